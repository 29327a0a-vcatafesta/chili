       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRQCHECK.
      * Prerequisite check over the enrollments already on file:
      * every enrolled or waitlisted student in an open term is set
      * against the course's prerequisites in PREREQ.DAT, and each
      * prerequisite with no passing grade in GRADES.DAT goes to
      * PRQVIOL.TXT. Enrollments let through by a supervisor
      * override (action OVR on ENROLL.DAT in AUDIT.DAT) are still
      * listed, marked with the supervisor, so the office can tell
      * them apart from the ones made before the rule existed.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT ASSIGN TO 'input.txt'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS FS.
           SELECT GRADES ASSIGN TO 'GRADES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS GRADES-FS.
           SELECT ENROLL ASSIGN TO 'ENROLL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EN-CHAVE
               FILE STATUS IS ENROLL-FS.
           SELECT TERM ASSIGN TO 'TERM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TM-CODE
               FILE STATUS IS TERM-FS.
           SELECT PREREQ ASSIGN TO 'PREREQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PQ-CHAVE
               FILE STATUS IS PREREQ-FS.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FS.
           SELECT VIOL-FILE ASSIGN TO 'PRQVIOL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIOL-FS.

       DATA DIVISION.
          FILE SECTION.
          FD STUDENT.
             01 STUDENT-FILE.
             05 STUDENT-ID PIC 9(5).
             05 NAME PIC A(25).

          FD GRADES.
             01 GRADES-REC.
             05 GR-CHAVE.
                10 GR-STUDENT-ID PIC 9(5).
                10 GR-TERM PIC X(6).
                10 GR-COURSE PIC X(6).
             05 GR-GRADE PIC 9(3).

          FD ENROLL.
             01 ENROLL-REC.
             05 EN-CHAVE.
                10 EN-STUDENT-ID PIC 9(5).
                10 EN-TERM PIC X(6).
                10 EN-COURSE PIC X(6).
             05 EN-DATE PIC 9(8).
             05 EN-STATUS PIC X.

          FD TERM.
             01 TERM-REC.
             05 TM-CODE PIC X(6).
             05 TM-START PIC 9(8).
             05 TM-END PIC 9(8).
             05 TM-STATUS PIC X.

          FD PREREQ.
             01 PREREQ-REC.
             05 PQ-CHAVE.
                10 PQ-COURSE PIC X(6).
                10 PQ-REQUIRED PIC X(6).
             05 PQ-MIN-GRADE PIC 9(3).

          FD AUDIT-FILE.
             01 AUDIT-LINE.
             05 AL-DATE PIC 9(8).
             05 FILLER PIC X.
             05 AL-TIME PIC 9(6).
             05 FILLER PIC X.
             05 AL-FILE PIC X(12).
             05 FILLER PIC X.
             05 AL-KEY PIC X(20).
             05 FILLER PIC X.
             05 AL-OPERATOR PIC X(10).
             05 FILLER PIC X.
             05 AL-ACTION PIC X(3).
             05 FILLER PIC X.
             05 AL-BEFORE PIC X(100).
             05 FILLER PIC X.
             05 AL-AFTER PIC X(100).

          FD VIOL-FILE.
             01 VIOL-LINE PIC X(90).

          WORKING-STORAGE SECTION.
          01 FS PIC XX VALUE SPACES.
          01 GRADES-FS PIC XX VALUE SPACES.
          01 ENROLL-FS PIC XX VALUE SPACES.
          01 TERM-FS PIC XX VALUE SPACES.
          01 PREREQ-FS PIC XX VALUE SPACES.
          01 AUDIT-FS PIC XX VALUE SPACES.
          01 VIOL-FS PIC XX VALUE SPACES.
          01 WS-EOF PIC X VALUE 'N'.
          01 WS-PQ-EOF PIC X.
          01 WS-GR-EOF PIC X.
          01 WS-TODAY PIC 9(8).
          01 WS-IDX PIC 9(3).
          01 WS-ACHOU PIC X.
          01 WS-PASSED PIC X.
          01 WS-OVR-BY PIC X(10).
          01 WS-CHECKED PIC 9(5) VALUE 0.
          01 WS-VIOL-COUNT PIC 9(5) VALUE 0.
          01 WS-OVR-COUNT PIC 9(5) VALUE 0.
          01 WS-STUDENT.
             05 WS-STUDENT-ID PIC 9(5).
             05 WS-NAME PIC A(25).
          01 WS-OT-TOTAL PIC 9(2) VALUE 0.
          01 WS-OT-TAB.
             05 WS-OT-CODE PIC X(6) OCCURS 10 TIMES.
          01 WS-OV-TOTAL PIC 9(3) VALUE 0.
          01 WS-OV-TAB.
             05 WS-OV-ENTRY OCCURS 500 TIMES.
                10 WS-OV-KEY PIC X(17).
                10 WS-OV-OPER PIC X(10).

       PROCEDURE DIVISION.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          OPEN OUTPUT VIOL-FILE.
          MOVE SPACES TO VIOL-LINE.
          STRING 'PREREQUISITE CHECK OF CURRENT ENROLLMENTS '
                 WS-TODAY DELIMITED BY SIZE INTO VIOL-LINE
          END-STRING.
          WRITE VIOL-LINE.
          PERFORM LOAD-OPEN-TERMS.
          IF WS-OT-TOTAL = 0
              MOVE 'No open term' TO VIOL-LINE
              WRITE VIOL-LINE
              CLOSE VIOL-FILE
              DISPLAY 'No open term - nothing to check'
              STOP RUN
          END-IF.
          OPEN INPUT ENROLL.
          OPEN INPUT PREREQ.
          IF ENROLL-FS NOT = '00' OR PREREQ-FS NOT = '00'
              MOVE 'No enrollments or no prerequisites on file'
                  TO VIOL-LINE
              WRITE VIOL-LINE
              CLOSE VIOL-FILE
              DISPLAY 'No enrollments or no prerequisites on file'
              STOP RUN
          END-IF.
          PERFORM LOAD-OVERRIDES.
          OPEN INPUT STUDENT.
          OPEN INPUT GRADES.
          MOVE 'STUDENT NAME' TO VIOL-LINE.
          MOVE 'TERM   COURSE MISSING MIN' TO VIOL-LINE(34:).
          MOVE 'NOTE' TO VIOL-LINE(61:).
          WRITE VIOL-LINE.
          PERFORM SWEEP-ENROLLMENTS.
          CLOSE ENROLL.
          CLOSE PREREQ.
          CLOSE STUDENT.
          IF GRADES-FS = '00'
              CLOSE GRADES
          END-IF.
          MOVE SPACES TO VIOL-LINE.
          WRITE VIOL-LINE.
          MOVE SPACES TO VIOL-LINE.
          STRING 'ENROLLMENTS CHECKED : ' WS-CHECKED
                 '   MISSING PREREQUISITES : ' WS-VIOL-COUNT
                 '   OVERRIDDEN : ' WS-OVR-COUNT
                 DELIMITED BY SIZE INTO VIOL-LINE
          END-STRING.
          WRITE VIOL-LINE.
          CLOSE VIOL-FILE.
          DISPLAY ' '.
          DISPLAY 'Prerequisite check complete'.
          DISPLAY '  enrollments checked     : ' WS-CHECKED.
          DISPLAY '  missing prerequisites   : ' WS-VIOL-COUNT.
          DISPLAY '  of them overridden      : ' WS-OVR-COUNT
              ' (PRQVIOL.TXT)'.
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

      * The audit trail keeps the enrollment key and the
      * supervisor of every override; a later override of the
      * same key replaces the earlier one.
       LOAD-OVERRIDES.
          OPEN INPUT AUDIT-FILE.
          IF AUDIT-FS NOT = '00'
              EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL WS-EOF = 'Y'
              READ AUDIT-FILE
                  AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF = 'N'
                  IF AL-FILE = 'ENROLL.DAT' AND AL-ACTION = 'OVR'
                      PERFORM KEEP-OVERRIDE
                  END-IF
              END-IF
          END-PERFORM.
          CLOSE AUDIT-FILE.
          MOVE 'N' TO WS-EOF.

       KEEP-OVERRIDE.
          MOVE 'N' TO WS-ACHOU.
          PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-OV-TOTAL OR WS-ACHOU = 'Y'
              IF WS-OV-KEY(WS-IDX) = AL-KEY(1:17)
                  MOVE AL-OPERATOR TO WS-OV-OPER(WS-IDX)
                  MOVE 'Y' TO WS-ACHOU
              END-IF
          END-PERFORM.
          IF WS-ACHOU = 'N' AND WS-OV-TOTAL < 500
              ADD 1 TO WS-OV-TOTAL
              MOVE AL-KEY(1:17) TO WS-OV-KEY(WS-OV-TOTAL)
              MOVE AL-OPERATOR TO WS-OV-OPER(WS-OV-TOTAL)
          END-IF.

      * Dropped enrollments are left alone; enrolled and
      * waitlisted ones in an open term are checked.
       SWEEP-ENROLLMENTS.
          MOVE LOW-VALUES TO EN-CHAVE.
          START ENROLL KEY IS NOT LESS THAN EN-CHAVE
             INVALID KEY MOVE 'Y' TO WS-EOF
          END-START.
          PERFORM UNTIL WS-EOF = 'Y'
              READ ENROLL NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF = 'N'
                  IF EN-STATUS = 'E' OR EN-STATUS = 'W'
                      PERFORM CHECK-OPEN-TERM
                      IF WS-ACHOU = 'Y'
                          ADD 1 TO WS-CHECKED
                          PERFORM CHECK-ENROLLMENT
                      END-IF
                  END-IF
              END-IF
          END-PERFORM.

       CHECK-OPEN-TERM.
          MOVE 'N' TO WS-ACHOU.
          PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-OT-TOTAL OR WS-ACHOU = 'Y'
              IF WS-OT-CODE(WS-IDX) = EN-TERM
                  MOVE 'Y' TO WS-ACHOU
              END-IF
          END-PERFORM.

       CHECK-ENROLLMENT.
          MOVE 'N' TO WS-PQ-EOF.
          MOVE EN-COURSE TO PQ-COURSE.
          MOVE LOW-VALUES TO PQ-REQUIRED.
          START PREREQ KEY IS NOT LESS THAN PQ-CHAVE
             INVALID KEY MOVE 'Y' TO WS-PQ-EOF
          END-START.
          PERFORM UNTIL WS-PQ-EOF = 'Y'
              READ PREREQ NEXT RECORD
                  AT END MOVE 'Y' TO WS-PQ-EOF
              END-READ
              IF WS-PQ-EOF = 'N'
                  IF PQ-COURSE NOT = EN-COURSE
                      MOVE 'Y' TO WS-PQ-EOF
                  ELSE
                      PERFORM CHECK-ONE-PREREQ
                  END-IF
              END-IF
          END-PERFORM.

      * A passing grade in the required course in any term
      * satisfies it.
       CHECK-ONE-PREREQ.
          MOVE 'N' TO WS-PASSED.
          MOVE 'N' TO WS-GR-EOF.
          IF GRADES-FS NOT = '00'
              MOVE 'Y' TO WS-GR-EOF
          END-IF.
          MOVE EN-STUDENT-ID TO GR-STUDENT-ID.
          MOVE LOW-VALUES TO GR-TERM GR-COURSE.
          IF WS-GR-EOF = 'N'
              START GRADES KEY IS NOT LESS THAN GR-CHAVE
                 INVALID KEY MOVE 'Y' TO WS-GR-EOF
              END-START
          END-IF.
          PERFORM UNTIL WS-GR-EOF = 'Y'
              READ GRADES NEXT RECORD
                  AT END MOVE 'Y' TO WS-GR-EOF
              END-READ
              IF WS-GR-EOF = 'N'
                  IF GR-STUDENT-ID NOT = EN-STUDENT-ID
                      MOVE 'Y' TO WS-GR-EOF
                  ELSE
                      IF GR-COURSE = PQ-REQUIRED
                          AND GR-GRADE >= PQ-MIN-GRADE
                          MOVE 'Y' TO WS-PASSED
                          MOVE 'Y' TO WS-GR-EOF
                      END-IF
                  END-IF
              END-IF
          END-PERFORM.
          IF WS-PASSED = 'N'
              PERFORM VIOLATION-LINE
          END-IF.

       VIOLATION-LINE.
          ADD 1 TO WS-VIOL-COUNT.
          MOVE EN-STUDENT-ID TO STUDENT-ID.
          READ STUDENT RECORD INTO WS-STUDENT
             KEY IS STUDENT-ID
             INVALID KEY
                 MOVE 'UNKNOWN' TO WS-NAME
          END-READ.
          MOVE SPACES TO WS-OVR-BY.
          MOVE 'N' TO WS-ACHOU.
          PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-OV-TOTAL OR WS-ACHOU = 'Y'
              IF WS-OV-KEY(WS-IDX) = EN-CHAVE
                  MOVE WS-OV-OPER(WS-IDX) TO WS-OVR-BY
                  MOVE 'Y' TO WS-ACHOU
              END-IF
          END-PERFORM.
          MOVE SPACES TO VIOL-LINE.
          STRING EN-STUDENT-ID ' ' WS-NAME '  ' EN-TERM ' '
                 EN-COURSE ' ' PQ-REQUIRED '  ' PQ-MIN-GRADE
                 DELIMITED BY SIZE INTO VIOL-LINE
          END-STRING.
          IF WS-ACHOU = 'Y'
              ADD 1 TO WS-OVR-COUNT
              STRING 'OVERRIDDEN BY ' WS-OVR-BY
                  DELIMITED BY SIZE INTO VIOL-LINE(61:)
              END-STRING
          END-IF.
          WRITE VIOL-LINE.
