      * (any failing grade under 60, or a low average), each line
      * with the student name from the STUDENT file and the
      * offending courses.
      * The run is for one term: the lists take the students with
      * grades in that term, judged on the term average, and show
      * the cumulative average over every term up to it (a low
      * cumulative average also puts a student on warning).
      * Attendance under the minimum frequency (75% of the class
      * sessions already taken, ATTEND.DAT/SESSION.DAT) fails the
      * course whatever the grade; the reason goes on the line.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               ACCESS IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS GRADES-FS.
           SELECT TERM ASSIGN TO 'TERM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
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
           SELECT HONOR-FILE ASSIGN TO 'HONOR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HON-FS.
             01 GRADES-REC.
             05 GR-CHAVE.
                10 GR-STUDENT-ID PIC 9(5).
                10 GR-TERM PIC X(6).
                10 GR-COURSE PIC X(6).
             05 GR-GRADE PIC 9(3).

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

          FD HONOR-FILE.
             01 HONOR-LINE PIC X(80).

          WORKING-STORAGE SECTION.
          01 FS PIC XX VALUE SPACES.
          01 GRADES-FS PIC XX VALUE SPACES.
          01 TERM-FS PIC XX VALUE SPACES.
          01 SESSION-FS PIC XX VALUE SPACES.
          01 ATTEND-FS PIC XX VALUE SPACES.
          01 HON-FS PIC XX VALUE SPACES.
          01 WRN-FS PIC XX VALUE SPACES.
          01 WS-EOF PIC X VALUE 'N'.
          01 WS-SLOT PIC 9(3).
          01 WS-F PIC 9.
          01 WS-AVG PIC 9(3)V99.
          01 WS-CUM-AVG PIC 9(3)V99.
          01 WS-TERM PIC X(6).
          01 WS-TERM-COUNT PIC 9(3) VALUE 0.
          01 WS-MIN-FREQ PIC 9(3) VALUE 75.
          01 WS-ATT-OK PIC X VALUE 'N'.
          01 WS-AT-EOF PIC X.
          01 WS-HELD PIC 9(3).
          01 WS-ABSENT PIC 9(3).
          01 WS-FREQ PIC 9(3)V9.
          01 WS-FREQ-ED PIC ZZ9.9.
          01 WS-GRADE-ED PIC ZZ9.
          01 WS-WHY PIC X(24).
          01 WS-FREQ-FAILS PIC 9(3) VALUE 0.
          01 WS-HONOR-COUNT PIC 9(3) VALUE 0.
          01 WS-WARN-COUNT PIC 9(3) VALUE 0.
          01 WS-ACHOU PIC X.
                10 ST-ID PIC 9(5).
                10 ST-COUNT PIC 9(3).
                10 ST-SUM PIC 9(6).
                10 ST-CUM-COUNT PIC 9(3).
                10 ST-CUM-SUM PIC 9(6).
                10 ST-FAILS PIC 9(2).
                10 ST-FAIL OCCURS 5 TIMES.
                   15 ST-FAIL-CRS PIC X(6).
                   15 ST-FAIL-WHY PIC X(24).

       PROCEDURE DIVISION.
          DISPLAY 'Term (AAAA-S): ' WITH NO ADVANCING.
          ACCEPT WS-TERM.
          OPEN INPUT TERM.
          IF TERM-FS NOT = '00'
              DISPLAY 'No terms on file, status ' TERM-FS
              STOP RUN
          END-IF.
          MOVE WS-TERM TO TM-CODE.
          READ TERM
             INVALID KEY
                 DISPLAY 'Term not on file'
                 CLOSE TERM
                 STOP RUN
          END-READ.
          CLOSE TERM.
          DISPLAY 'Honor-roll threshold (0 = 90): '
              WITH NO ADVANCING.
          ACCEPT WS-THRESHOLD.
              STOP RUN
          END-IF.
          OPEN INPUT STUDENT.
          OPEN INPUT SESSION.
          OPEN INPUT ATTEND.
          IF SESSION-FS = '00' AND ATTEND-FS = '00'
              MOVE 'Y' TO WS-ATT-OK
          END-IF.
          OPEN OUTPUT HONOR-FILE.
          OPEN OUTPUT WARN-FILE.
          PERFORM SWEEP-GRADES.
          CLOSE GRADES.
          IF SESSION-FS = '00'
              CLOSE SESSION
          END-IF.
          IF ATTEND-FS = '00'
              CLOSE ATTEND
          END-IF.
          PERFORM WRITE-REPORTS.
          CLOSE STUDENT.
          CLOSE HONOR-FILE.
          CLOSE WARN-FILE.
          DISPLAY ' '.
          DISPLAY 'Term-end sweep complete'.
          DISPLAY '  term            : ' WS-TERM.
          DISPLAY '  students graded : ' WS-TERM-COUNT.
          DISPLAY '  honor roll      : ' WS-HONOR-COUNT
              ' (HONOR.TXT)'.
          DISPLAY '  warnings        : ' WS-WARN-COUNT
              ' (WARNING.TXT)'.
          DISPLAY '  attendance fails: ' WS-FREQ-FAILS.
          STOP RUN.

       SWEEP-GRADES.
      * The loop index is one past the match when the UNTIL fires,
      * so the hit is captured inside the body and put back after.
       ADD-GRADE.
          IF GR-TERM > WS-TERM
              EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-ACHOU.
          PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-ST-TOTAL OR WS-ACHOU = 'Y'
              MOVE WS-ST-TOTAL TO WS-IDX
              MOVE GR-STUDENT-ID TO ST-ID(WS-IDX)
              MOVE 0 TO ST-COUNT(WS-IDX) ST-SUM(WS-IDX)
                  ST-FAILS(WS-IDX) ST-CUM-COUNT(WS-IDX)
                  ST-CUM-SUM(WS-IDX)
          END-IF.
          ADD 1 TO ST-CUM-COUNT(WS-IDX).
          ADD GR-GRADE TO ST-CUM-SUM(WS-IDX).
          IF GR-TERM NOT = WS-TERM
              EXIT PARAGRAPH
          END-IF.
          ADD 1 TO ST-COUNT(WS-IDX).
          ADD GR-GRADE TO ST-SUM(WS-IDX).
          PERFORM CHECK-FREQUENCY.
          MOVE GR-GRADE TO WS-GRADE-ED.
          MOVE WS-FREQ TO WS-FREQ-ED.
          MOVE SPACES TO WS-WHY.
          IF GR-GRADE < 60 AND WS-FREQ < WS-MIN-FREQ
              STRING 'GRADE ' WS-GRADE-ED ' ATTEND. ' WS-FREQ-ED
                  '%' DELIMITED BY SIZE INTO WS-WHY
              END-STRING
          ELSE
              IF GR-GRADE < 60
                  STRING 'GRADE ' WS-GRADE-ED
                      DELIMITED BY SIZE INTO WS-WHY
                  END-STRING
              ELSE
                  IF WS-FREQ < WS-MIN-FREQ
                      STRING 'ATTENDANCE ' WS-FREQ-ED '%'
                          DELIMITED BY SIZE INTO WS-WHY
                      END-STRING
                  END-IF
              END-IF
          END-IF.
          IF WS-FREQ < WS-MIN-FREQ
              ADD 1 TO WS-FREQ-FAILS
          END-IF.
          IF WS-WHY NOT = SPACES
              IF ST-FAILS(WS-IDX) < 5
                  ADD 1 TO ST-FAILS(WS-IDX)
                  MOVE GR-COURSE
                      TO ST-FAIL-CRS(WS-IDX, ST-FAILS(WS-IDX))
                  MOVE WS-WHY
                      TO ST-FAIL-WHY(WS-IDX, ST-FAILS(WS-IDX))
              ELSE
                  ADD 1 TO ST-FAILS(WS-IDX)
              END-IF
          END-IF.

      * Frequency of the student in the course this term: the
      * sessions whose attendance was taken, less the absences
      * ('A'; justified ones do not count). No sessions taken, or
      * no attendance files, counts as full attendance.
       CHECK-FREQUENCY.
          MOVE 100 TO WS-FREQ.
          IF WS-ATT-OK = 'N'
              EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO WS-HELD WS-ABSENT.
          MOVE 'N' TO WS-AT-EOF.
          MOVE GR-TERM TO SS-TERM.
          MOVE GR-COURSE TO SS-COURSE.
          MOVE ZEROS TO SS-DATE.
          START SESSION KEY IS NOT LESS THAN SS-CHAVE
             INVALID KEY MOVE 'Y' TO WS-AT-EOF
          END-START.
          PERFORM UNTIL WS-AT-EOF = 'Y'
              READ SESSION NEXT RECORD
                  AT END MOVE 'Y' TO WS-AT-EOF
              END-READ
              IF WS-AT-EOF = 'N'
                  IF SS-TERM NOT = GR-TERM
                     OR SS-COURSE NOT = GR-COURSE
                      MOVE 'Y' TO WS-AT-EOF
                  ELSE
                      IF SS-TAKEN = 'Y'
                          ADD 1 TO WS-HELD
                      END-IF
                  END-IF
              END-IF
          END-PERFORM.
          IF WS-HELD = 0
              EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-AT-EOF.
          MOVE GR-STUDENT-ID TO AT-STUDENT-ID.
          MOVE GR-TERM TO AT-TERM.
          MOVE GR-COURSE TO AT-COURSE.
          MOVE ZEROS TO AT-DATE.
          START ATTEND KEY IS NOT LESS THAN AT-CHAVE
             INVALID KEY MOVE 'Y' TO WS-AT-EOF
          END-START.
          PERFORM UNTIL WS-AT-EOF = 'Y'
              READ ATTEND NEXT RECORD
                  AT END MOVE 'Y' TO WS-AT-EOF
              END-READ
              IF WS-AT-EOF = 'N'
                  IF AT-STUDENT-ID NOT = GR-STUDENT-ID
                     OR AT-TERM NOT = GR-TERM
                     OR AT-COURSE NOT = GR-COURSE
                      MOVE 'Y' TO WS-AT-EOF
                  ELSE
                      IF AT-MARK = 'A'
                          ADD 1 TO WS-ABSENT
                      END-IF
                  END-IF
              END-IF
          END-PERFORM.
          IF WS-ABSENT > WS-HELD
              MOVE WS-HELD TO WS-ABSENT
          END-IF.
          COMPUTE WS-FREQ =
              (WS-HELD - WS-ABSENT) * 100 / WS-HELD.

       WRITE-REPORTS.
          MOVE SPACES TO HONOR-LINE.
          STRING 'HONOR ROLL - TERM ' WS-TERM
                 ' - AVERAGE AT OR ABOVE '
                 WS-THRESHOLD DELIMITED BY SIZE
              INTO HONOR-LINE
          END-STRING.
          WRITE HONOR-LINE.
          MOVE SPACES TO WARN-LINE.
          STRING 'ACADEMIC WARNING - TERM ' WS-TERM
                 ' - FAILING GRADE, ATTENDANCE UNDER '
                 WS-MIN-FREQ '% OR LOW AVERAGE'
                 DELIMITED BY SIZE INTO WARN-LINE
          END-STRING.
          WRITE WARN-LINE.
          PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-ST-TOTAL
          END-PERFORM.

       ONE-STUDENT.
          IF ST-COUNT(WS-IDX) = 0
              EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-TERM-COUNT.
          COMPUTE WS-AVG = ST-SUM(WS-IDX) / ST-COUNT(WS-IDX).
          COMPUTE WS-CUM-AVG =
              ST-CUM-SUM(WS-IDX) / ST-CUM-COUNT(WS-IDX).
          MOVE ST-ID(WS-IDX) TO STUDENT-ID.
          READ STUDENT RECORD INTO WS-STUDENT
             KEY IS STUDENT-ID
              ADD 1 TO WS-HONOR-COUNT
              MOVE SPACES TO HONOR-LINE
              STRING ST-ID(WS-IDX) ' ' WS-NAME ' AVG '
                     WS-AVG ' CUM ' WS-CUM-AVG DELIMITED BY SIZE
                  INTO HONOR-LINE
              END-STRING
              WRITE HONOR-LINE
          END-IF.
          IF ST-FAILS(WS-IDX) > 0 OR WS-AVG < 60
             OR WS-CUM-AVG < 60
              ADD 1 TO WS-WARN-COUNT
              MOVE SPACES TO WARN-LINE
              STRING ST-ID(WS-IDX) ' ' WS-NAME ' AVG '
                     WS-AVG ' CUM ' WS-CUM-AVG DELIMITED BY SIZE
                  INTO WARN-LINE
              END-STRING
              WRITE WARN-LINE
                  UNTIL WS-F > ST-FAILS(WS-IDX) OR WS-F > 5
                  MOVE SPACES TO WARN-LINE
                  STRING '   FAILING: '
                         ST-FAIL-CRS(WS-IDX, WS-F) ' '
                         ST-FAIL-WHY(WS-IDX, WS-F)
                      DELIMITED BY SIZE INTO WARN-LINE
                  END-STRING
                  WRITE WARN-LINE
