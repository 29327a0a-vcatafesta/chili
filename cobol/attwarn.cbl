       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTWARN.
      * Weekly attendance watch over the open terms: for every
      * student and course with marks in ATTEND.DAT, the absences
      * are set against what the 75% minimum frequency allows over
      * all the course's session dates in SESSION.DAT. Students
      * who used most of the allowance (NEAR THE LIMIT) or went
      * past it (OVER THE LIMIT) are listed in ATTWARN.TXT with
      * the responsible customer from STURESP.DAT, so the family
      * can be warned before the term-end sweep fails the course.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT ASSIGN TO 'input.txt'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS FS.
           SELECT TERM ASSIGN TO 'TERM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TM-CODE
               FILE STATUS IS TERM-FS.
           SELECT SESSION ASSIGN TO 'SESSION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SS-CHAVE
               FILE STATUS IS SESSION-FS.
           SELECT ATTEND ASSIGN TO 'ATTEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AT-CHAVE
               FILE STATUS IS ATTEND-FS.
           SELECT STURESP ASSIGN TO 'STURESP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SR-STUDENT
               FILE STATUS IS RESP-FS.
           SELECT CUSTOMER ASSIGN TO 'customer.dat'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IDNUM
               ALTERNATE RECORD KEY IS CUSTDOC WITH DUPLICATES
               FILE STATUS IS CUST-FS.
           SELECT WATCH-FILE ASSIGN TO 'ATTWARN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WCH-FS.

       DATA DIVISION.
          FILE SECTION.
          FD STUDENT.
             01 STUDENT-FILE.
             05 STUDENT-ID PIC 9(5).
             05 NAME PIC A(25).

          FD TERM.
             01 TERM-REC.
             05 TM-CODE PIC X(6).
             05 TM-START PIC 9(8).
             05 TM-END PIC 9(8).
             05 TM-STATUS PIC X.

          FD SESSION.
             01 SESSION-REC.
             05 SS-CHAVE.
                10 SS-TERM PIC X(6).
                10 SS-COURSE PIC X(6).
                10 SS-DATE PIC 9(8).
             05 SS-TAKEN PIC X.

          FD ATTEND.
             01 ATTEND-REC.
             05 AT-CHAVE.
                10 AT-STUDENT-ID PIC 9(5).
                10 AT-TERM PIC X(6).
                10 AT-COURSE PIC X(6).
                10 AT-DATE PIC 9(8).
             05 AT-MARK PIC X.

          FD STURESP.
             01 RESP-REC.
             05 SR-STUDENT PIC 9(5).
             05 SR-IDNUM PIC 9(8).

          FD CUSTOMER.
             01 CUSTOMER-REC.
             05 IDNUM PIC 9(8).
             05 FIRSTNAME PIC X(15).
             05 LASTNAME PIC X(15).
             05 CUSTSTATUS PIC X.
             05 CUSTDOCTIPO PIC X.
             05 CUSTDOC PIC X(14).

          FD WATCH-FILE.
             01 WATCH-LINE PIC X(90).

          WORKING-STORAGE SECTION.
          01 FS PIC XX VALUE SPACES.
          01 TERM-FS PIC XX VALUE SPACES.
          01 SESSION-FS PIC XX VALUE SPACES.
          01 ATTEND-FS PIC XX VALUE SPACES.
          01 RESP-FS PIC XX VALUE SPACES.
          01 CUST-FS PIC XX VALUE SPACES.
          01 WCH-FS PIC XX VALUE SPACES.
          01 WS-EOF PIC X VALUE 'N'.
          01 WS-SS-EOF PIC X.
          01 WS-MIN-FREQ PIC 9(3) VALUE 75.
          01 WS-TODAY PIC 9(8).
          01 WS-IDX PIC 9(2).
          01 WS-ACHOU PIC X.
          01 WS-CUR-STUDENT PIC 9(5) VALUE 0.
          01 WS-CUR-TERM PIC X(6) VALUE SPACES.
          01 WS-CUR-COURSE PIC X(6) VALUE SPACES.
          01 WS-ABSENT PIC 9(3) VALUE 0.
          01 WS-SCHEDULED PIC 9(3).
          01 WS-HELD PIC 9(3).
          01 WS-ALLOWED PIC 9(3).
          01 WS-STATE PIC X(14).
          01 WS-NEAR-COUNT PIC 9(4) VALUE 0.
          01 WS-OVER-COUNT PIC 9(4) VALUE 0.
          01 WS-STUDENT.
             05 WS-STUDENT-ID PIC 9(5).
             05 WS-NAME PIC A(25).
          01 WS-OT-TOTAL PIC 9(2) VALUE 0.
          01 WS-OT-TAB.
             05 WS-OT-CODE PIC X(6) OCCURS 10 TIMES.

       PROCEDURE DIVISION.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          OPEN OUTPUT WATCH-FILE.
          MOVE SPACES TO WATCH-LINE.
          STRING 'ATTENDANCE WATCH ' WS-TODAY
                 ' - MINIMUM FREQUENCY ' WS-MIN-FREQ '%'
                 DELIMITED BY SIZE INTO WATCH-LINE
          END-STRING.
          WRITE WATCH-LINE.
          PERFORM LOAD-OPEN-TERMS.
          IF WS-OT-TOTAL = 0
              MOVE 'No open term' TO WATCH-LINE
              WRITE WATCH-LINE
              CLOSE WATCH-FILE
              DISPLAY 'No open term - nothing to watch'
              STOP RUN
          END-IF.
          OPEN INPUT ATTEND.
          OPEN INPUT SESSION.
          IF ATTEND-FS NOT = '00' OR SESSION-FS NOT = '00'
              MOVE 'No attendance on file' TO WATCH-LINE
              WRITE WATCH-LINE
              CLOSE WATCH-FILE
              DISPLAY 'No attendance on file'
              STOP RUN
          END-IF.
          OPEN INPUT STUDENT.
          OPEN INPUT STURESP.
          OPEN INPUT CUSTOMER.
          MOVE 'STUDENT NAME' TO WATCH-LINE.
          MOVE 'TERM   COURSE' TO WATCH-LINE(34:).
          MOVE 'ABS/MAX HELD/SCHED STATUS' TO WATCH-LINE(48:).
          WRITE WATCH-LINE.
          PERFORM SWEEP-ATTENDANCE.
          CLOSE ATTEND.
          CLOSE SESSION.
          CLOSE STUDENT.
          IF RESP-FS = '00'
              CLOSE STURESP
          END-IF.
          IF CUST-FS = '00'
              CLOSE CUSTOMER
          END-IF.
          MOVE SPACES TO WATCH-LINE.
          WRITE WATCH-LINE.
          MOVE SPACES TO WATCH-LINE.
          STRING 'NEAR THE LIMIT : ' WS-NEAR-COUNT
                 '   OVER THE LIMIT : ' WS-OVER-COUNT
                 DELIMITED BY SIZE INTO WATCH-LINE
          END-STRING.
          WRITE WATCH-LINE.
          CLOSE WATCH-FILE.
          DISPLAY ' '.
          DISPLAY 'Attendance watch complete'.
          DISPLAY '  open terms      : ' WS-OT-TOTAL.
          DISPLAY '  near the limit  : ' WS-NEAR-COUNT.
          DISPLAY '  over the limit  : ' WS-OVER-COUNT
              ' (ATTWARN.TXT)'.
          STOP RUN.

       LOAD-OPEN-TERMS.
          OPEN INPUT TERM.
          IF TERM-FS NOT = '00'
              EXIT PARAGRAPH
          END-IF.
          MOVE LOW-VALUES TO TM-CODE.
          START TERM KEY IS NOT LESS THAN TM-CODE
             INVALID KEY MOVE 'Y' TO WS-EOF
          END-START.
          PERFORM UNTIL WS-EOF = 'Y'
              READ TERM NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF = 'N'
                  IF TM-STATUS = 'O' AND WS-OT-TOTAL < 10
                      ADD 1 TO WS-OT-TOTAL
                      MOVE TM-CODE TO WS-OT-CODE(WS-OT-TOTAL)
                  END-IF
              END-IF
          END-PERFORM.
          CLOSE TERM.
          MOVE 'N' TO WS-EOF.

      * ATTEND.DAT comes by student, term, course and date, so the
      * absences of one course add up until the key part changes.
       SWEEP-ATTENDANCE.
          MOVE LOW-VALUES TO AT-CHAVE.
          START ATTEND KEY IS NOT LESS THAN AT-CHAVE
             INVALID KEY MOVE 'Y' TO WS-EOF
          END-START.
          PERFORM UNTIL WS-EOF = 'Y'
              READ ATTEND NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF = 'N'
                  PERFORM CHECK-OPEN-TERM
                  IF WS-ACHOU = 'Y'
                      IF AT-STUDENT-ID NOT = WS-CUR-STUDENT
                         OR AT-TERM NOT = WS-CUR-TERM
                         OR AT-COURSE NOT = WS-CUR-COURSE
                          IF WS-CUR-TERM NOT = SPACES
                              PERFORM ONE-COURSE
                          END-IF
                          MOVE AT-STUDENT-ID TO WS-CUR-STUDENT
                          MOVE AT-TERM TO WS-CUR-TERM
                          MOVE AT-COURSE TO WS-CUR-COURSE
                          MOVE 0 TO WS-ABSENT
                      END-IF
                      IF AT-MARK = 'A'
                          ADD 1 TO WS-ABSENT
                      END-IF
                  END-IF
              END-IF
          END-PERFORM.
          IF WS-CUR-TERM NOT = SPACES
              PERFORM ONE-COURSE
          END-IF.

       CHECK-OPEN-TERM.
          MOVE 'N' TO WS-ACHOU.
          PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-OT-TOTAL OR WS-ACHOU = 'Y'
              IF WS-OT-CODE(WS-IDX) = AT-TERM
                  MOVE 'Y' TO WS-ACHOU
              END-IF
          END-PERFORM.

      * The allowance is the share of all the course's session
      * dates a student may miss; three quarters of it used puts
      * the student on the list.
       ONE-COURSE.
          IF WS-ABSENT = 0
              EXIT PARAGRAPH
          END-IF.
          PERFORM COUNT-SESSIONS.
          COMPUTE WS-ALLOWED =
              WS-SCHEDULED * (100 - WS-MIN-FREQ) / 100.
          IF WS-ABSENT > WS-ALLOWED
              MOVE 'OVER THE LIMIT' TO WS-STATE
              ADD 1 TO WS-OVER-COUNT
          ELSE
              IF WS-ABSENT * 4 >= WS-ALLOWED * 3
                  MOVE 'NEAR THE LIMIT' TO WS-STATE
                  ADD 1 TO WS-NEAR-COUNT
              ELSE
                  EXIT PARAGRAPH
              END-IF
          END-IF.
          MOVE WS-CUR-STUDENT TO STUDENT-ID.
          READ STUDENT RECORD INTO WS-STUDENT
             KEY IS STUDENT-ID
             INVALID KEY
                 MOVE 'UNKNOWN' TO WS-NAME
          END-READ.
          MOVE SPACES TO WATCH-LINE.
          STRING WS-CUR-STUDENT ' ' WS-NAME '  ' WS-CUR-TERM ' '
                 WS-CUR-COURSE ' ' WS-ABSENT '/' WS-ALLOWED ' '
                 WS-HELD '/' WS-SCHEDULED '    ' WS-STATE
                 DELIMITED BY SIZE INTO WATCH-LINE
          END-STRING.
          WRITE WATCH-LINE.
          PERFORM RESPONSIBLE-LINE.

       COUNT-SESSIONS.
          MOVE 0 TO WS-SCHEDULED WS-HELD.
          MOVE 'N' TO WS-SS-EOF.
          MOVE WS-CUR-TERM TO SS-TERM.
          MOVE WS-CUR-COURSE TO SS-COURSE.
          MOVE ZEROS TO SS-DATE.
          START SESSION KEY IS NOT LESS THAN SS-CHAVE
             INVALID KEY MOVE 'Y' TO WS-SS-EOF
          END-START.
          PERFORM UNTIL WS-SS-EOF = 'Y'
              READ SESSION NEXT RECORD
                  AT END MOVE 'Y' TO WS-SS-EOF
              END-READ
              IF WS-SS-EOF = 'N'
                  IF SS-TERM NOT = WS-CUR-TERM
                     OR SS-COURSE NOT = WS-CUR-COURSE
                      MOVE 'Y' TO WS-SS-EOF
                  ELSE
                      ADD 1 TO WS-SCHEDULED
                      IF SS-TAKEN = 'Y'
                          ADD 1 TO WS-HELD
                      END-IF
                  END-IF
              END-IF
          END-PERFORM.

       RESPONSIBLE-LINE.
          MOVE SPACES TO WATCH-LINE.
          MOVE 'N' TO WS-ACHOU.
          IF RESP-FS = '00'
              MOVE WS-CUR-STUDENT TO SR-STUDENT
              READ STURESP
                  NOT INVALID KEY MOVE 'Y' TO WS-ACHOU
              END-READ
          END-IF.
          IF WS-ACHOU = 'N'
              MOVE '      RESPONSIBLE: none on file' TO WATCH-LINE
              WRITE WATCH-LINE
              EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO FIRSTNAME LASTNAME.
          IF CUST-FS = '00'
              MOVE SR-IDNUM TO IDNUM
              READ CUSTOMER
                  INVALID KEY MOVE SPACES TO FIRSTNAME LASTNAME
              END-READ
          END-IF.
          STRING '      RESPONSIBLE: ' SR-IDNUM ' ' FIRSTNAME ' '
                 LASTNAME DELIMITED BY SIZE INTO WATCH-LINE
          END-STRING.
          WRITE WATCH-LINE.
