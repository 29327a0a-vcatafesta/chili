               ACCESS IS DYNAMIC
               RECORD KEY IS EN-CHAVE
               FILE STATUS IS ENROLL-FS.
           SELECT TERM ASSIGN TO 'TERM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TM-CODE
               FILE STATUS IS TERM-FS.
           SELECT OFFER ASSIGN TO 'OFFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OF-CHAVE
               FILE STATUS IS OFFER-FS.
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
           SELECT PREREQ ASSIGN TO 'PREREQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PQ-CHAVE
               FILE STATUS IS PREREQ-FS.
           SELECT STURESP ASSIGN TO 'STURESP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
             01 GRADES-REC.
             05 GR-CHAVE.
                10 GR-STUDENT-ID PIC 9(5).
                10 GR-TERM PIC X(6).
                10 GR-COURSE PIC X(6).
             05 GR-GRADE PIC 9(3).

             01 ENROLL-REC.
             05 EN-CHAVE.
                10 EN-STUDENT-ID PIC 9(5).
                10 EN-TERM PIC X(6).
                10 EN-COURSE PIC X(6).
             05 EN-DATE PIC 9(8).
             05 EN-STATUS PIC X.

      * Academic terms, coded AAAA-S so the codes sort in date
      * order. A closed term ('C') takes no enrollments and no
      * grade changes.
          FD TERM.
             01 TERM-REC.
             05 TM-CODE PIC X(6).
             05 TM-START PIC 9(8).
             05 TM-END PIC 9(8).
             05 TM-STATUS PIC X.

      * A course offered in a term, with that term's capacity
      * (COURSE-CAPACITY is only the default).
          FD OFFER.
             01 OFFER-REC.
             05 OF-CHAVE.
                10 OF-TERM PIC X(6).
                10 OF-COURSE PIC X(6).
             05 OF-CAPACITY PIC 9(3).

      * Class sessions of a course in a term; SS-TAKEN turns 'Y'
      * once the attendance of that session has been entered.
          FD SESSION.
             01 SESSION-REC.
             05 SS-CHAVE.
                10 SS-TERM PIC X(6).
                10 SS-COURSE PIC X(6).
                10 SS-DATE PIC 9(8).
             05 SS-TAKEN PIC X.

      * One mark per student and session: P present, A absent,
      * J justified (does not count against the student).
          FD ATTEND.
             01 ATTEND-REC.
             05 AT-CHAVE.
                10 AT-STUDENT-ID PIC 9(5).
                10 AT-TERM PIC X(6).
                10 AT-COURSE PIC X(6).
                10 AT-DATE PIC 9(8).
             05 AT-MARK PIC X.

      * Courses a course builds on: a grade of at least
      * PQ-MIN-GRADE in PQ-REQUIRED, in any term, lets a student
      * enroll in PQ-COURSE.
          FD PREREQ.
             01 PREREQ-REC.
             05 PQ-CHAVE.
                10 PQ-COURSE PIC X(6).
                10 PQ-REQUIRED PIC X(6).
             05 PQ-MIN-GRADE PIC 9(3).

          FD STURESP.
             01 RESP-REC.
             05 SR-STUDENT PIC 9(5).
          01 COURSE-FS PIC XX VALUE SPACES.
          01 GRADES-FS PIC XX VALUE SPACES.
          01 ENROLL-FS PIC XX VALUE SPACES.
          01 TERM-FS PIC XX VALUE SPACES.
          01 OFFER-FS PIC XX VALUE SPACES.
          01 SESSION-FS PIC XX VALUE SPACES.
          01 ATTEND-FS PIC XX VALUE SPACES.
          01 PREREQ-FS PIC XX VALUE SPACES.
          01 RESP-FS PIC XX VALUE SPACES.
          01 RECEIV-FS PIC XX VALUE SPACES.
          01 WS-TUIT-OK PIC X.
          01 WS-GR-COUNT PIC 9(3).
          01 WS-GR-SUM PIC 9(6).
          01 WS-GR-AVG PIC 9(3)V99.
          01 WS-TM-COUNT PIC 9(3).
          01 WS-TM-SUM PIC 9(6).
          01 WS-TM-AVG PIC 9(3)V99.
          01 WS-CUR-TERM PIC X(6).
          01 WS-TERM PIC X(6).
          01 WS-TERM-OK PIC X.
          01 WS-TM-EOF PIC X.
          01 WS-SS-EOF PIC X.
          01 WS-SS-DATE PIC 9(8).
          01 WS-SS-COUNT PIC 9(3).
          01 WS-MARK PIC X.
          01 WS-AT-P PIC 9(3).
          01 WS-AT-A PIC 9(3).
          01 WS-AT-J PIC 9(3).
          01 WS-AT-FOUND PIC X.
          01 WS-PQ-EOF PIC X.
          01 WS-PQ-COURSE PIC X(6).
          01 WS-PQ-REQ PIC X(6).
          01 WS-PQ-MISSING PIC 9(2).
          01 WS-PQ-PASSED PIC X.
          01 WS-PQ-LIST PIC X(100).
          01 WS-PQ-PTR PIC 9(3).
          01 WS-OVERRIDE PIC X.
          01 WS-CONFIRM PIC X.
          01 WS-SG-AREA.
             05 SG-FUNC PIC X.
             05 SG-OPERATOR PIC X(10).
             05 SG-LEVEL PIC 9.
             05 SG-OK PIC X.
             05 SG-DETAIL PIC X(20).
          01 WS-AU-AREA.
             05 AU-FILE PIC X(12).
             05 AU-KEY PIC X(20).
             05 AU-OPERATOR PIC X(10).
             05 AU-ACTION PIC X(03).
             05 AU-BEFORE PIC X(100).
             05 AU-AFTER PIC X(100).
          01 WS-TR-ID PIC 9(5).
          01 WS-STUDENT.
             05 WS-STUDENT-ID PIC 9(5).
             05 WS-NAME PIC A(25).
          01 WS-OPCAO PIC X VALUE SPACE.
          01 WS-SAIR PIC X VALUE 'N'.
          01 WS-BATCH-COUNT PIC 99 VALUE 0.
          01 WS-BATCH-IDX PIC 99 VALUE 0.
              CLOSE ENROLL
              OPEN I-O ENROLL
          END-IF.
          OPEN I-O TERM.
          IF TERM-FS = '35'
              OPEN OUTPUT TERM
              CLOSE TERM
              OPEN I-O TERM
          END-IF.
          OPEN I-O OFFER.
          IF OFFER-FS = '35'
              OPEN OUTPUT OFFER
              CLOSE OFFER
              OPEN I-O OFFER
          END-IF.
          OPEN I-O SESSION.
          IF SESSION-FS = '35'
              OPEN OUTPUT SESSION
              CLOSE SESSION
              OPEN I-O SESSION
          END-IF.
          OPEN I-O ATTEND.
          IF ATTEND-FS = '35'
              OPEN OUTPUT ATTEND
              CLOSE ATTEND
              OPEN I-O ATTEND
          END-IF.
          OPEN I-O PREREQ.
          IF PREREQ-FS = '35'
              OPEN OUTPUT PREREQ
              CLOSE PREREQ
              OPEN I-O PREREQ
          END-IF.
          PERFORM UNTIL WS-SAIR = 'Y'
              DISPLAY ' '
              DISPLAY '1 - Search by Student ID'
              DISPLAY '7 - Batch transcripts (list of Student IDs)'
              DISPLAY '8 - Enroll student'
              DISPLAY '9 - Course roster'
              DISPLAY 'T - Maintain term'
              DISPLAY 'L - List terms'
              DISPLAY 'O - Offer course in a term'
              DISPLAY 'S - Class session dates'
              DISPLAY 'A - Attendance for a session'
              DISPLAY 'P - Course prerequisites'
              DISPLAY '0 - Exit'
              DISPLAY 'Choice : ' WITH NO ADVANCING
              ACCEPT WS-OPCAO
              EVALUATE WS-OPCAO
                  WHEN '1' PERFORM SEARCH-BY-ID
                  WHEN '2' PERFORM SEARCH-BY-NAME
                  WHEN '3' PERFORM BATCH-LOOKUP
                  WHEN '4' PERFORM ADD-COURSE
                  WHEN '5' PERFORM ENTER-GRADE
                  WHEN '6' PERFORM ASK-TRANSCRIPT
                  WHEN '7' PERFORM BATCH-TRANSCRIPTS
                  WHEN '8' PERFORM ENROLL-STUDENT
                  WHEN '9' PERFORM COURSE-ROSTER
                  WHEN 'T' WHEN 't' PERFORM MAINTAIN-TERM
                  WHEN 'L' WHEN 'l' PERFORM LIST-TERMS
                  WHEN 'O' WHEN 'o' PERFORM OFFER-COURSE
                  WHEN 'S' WHEN 's' PERFORM CLASS-SESSIONS
                  WHEN 'A' WHEN 'a' PERFORM TAKE-ATTENDANCE
                  WHEN 'P' WHEN 'p' PERFORM MAINTAIN-PREREQ
                  WHEN OTHER MOVE 'Y' TO WS-SAIR
              END-EVALUATE
          END-PERFORM.
          CLOSE COURSE.
          CLOSE GRADES.
          CLOSE ENROLL.
          CLOSE TERM.
          CLOSE OFFER.
          CLOSE SESSION.
          CLOSE ATTEND.
          CLOSE PREREQ.
          STOP RUN.

       SEARCH-BY-ID.
             INVALID KEY
                 DISPLAY 'Student not on file'
             NOT INVALID KEY
                 PERFORM ASK-TERM
                 IF WS-TERM-OK = 'N'
                     EXIT PARAGRAPH
                 END-IF
                 IF TM-STATUS = 'C'
                     DISPLAY 'Term ' TM-CODE ' is closed - grade'
                         ' changes refused'
                     EXIT PARAGRAPH
                 END-IF
                 MOVE WS-TERM TO GR-TERM
                 DISPLAY 'Course code : ' WITH NO ADVANCING
                 ACCEPT GR-COURSE
                 MOVE GR-COURSE TO COURSE-CODE
                        DISPLAY 'Course not on file'
                    NOT INVALID KEY
                        MOVE GR-STUDENT-ID TO EN-STUDENT-ID
                        MOVE GR-TERM TO EN-TERM
                        MOVE GR-COURSE TO EN-COURSE
                        READ ENROLL
                            INVALID KEY
                        END-READ
                        IF WS-EN-OK = 'N'
                            DISPLAY 'Student not enrolled in this'
                                ' course this term - grade refused'
                            EXIT PARAGRAPH
                        END-IF
                        DISPLAY 'Grade (0-100): ' WITH NO ADVANCING
                 PERFORM TRANSCRIPT-BODY
          END-READ.

      * GRADES.DAT comes back by student, term and course, so the
      * transcript breaks on the term: each term shows its own
      * average and the cumulative one up to that term.
       TRANSCRIPT-BODY.
          DISPLAY ' '.
          DISPLAY 'TRANSCRIPT - ' WS-STUDENT-ID ' ' WS-NAME.
          MOVE 'N' TO WS-GR-EOF.
          MOVE ZEROS TO WS-GR-COUNT WS-GR-SUM.
          MOVE SPACES TO WS-CUR-TERM.
          MOVE WS-TR-ID TO GR-STUDENT-ID.
          MOVE LOW-VALUES TO GR-TERM GR-COURSE.
          START GRADES KEY IS NOT LESS THAN GR-CHAVE
             INVALID KEY MOVE 'Y' TO WS-GR-EOF
          END-START.
                  IF GR-STUDENT-ID NOT = WS-TR-ID
                      MOVE 'Y' TO WS-GR-EOF
                  ELSE
                      IF GR-TERM NOT = WS-CUR-TERM
                          IF WS-CUR-TERM NOT = SPACES
                              PERFORM TRANSCRIPT-TERM-END
                          END-IF
                          MOVE GR-TERM TO WS-CUR-TERM
                          MOVE ZEROS TO WS-TM-COUNT WS-TM-SUM
                          DISPLAY ' '
                          DISPLAY 'TERM ' GR-TERM
                          DISPLAY 'COURSE NAME                   '
                              '        GRADE'
                      END-IF
                      ADD 1 TO WS-GR-COUNT WS-TM-COUNT
                      ADD GR-GRADE TO WS-GR-SUM WS-TM-SUM
                      MOVE GR-COURSE TO COURSE-CODE
                      READ COURSE
                          INVALID KEY
          IF WS-GR-COUNT = ZEROS
              DISPLAY 'No grades on file.'
          ELSE
              PERFORM TRANSCRIPT-TERM-END
              DISPLAY ' '
              COMPUTE WS-GR-AVG = WS-GR-SUM / WS-GR-COUNT
              DISPLAY 'AVERAGE : ' WS-GR-AVG
              IF WS-GR-AVG >= 60
              END-IF
          END-IF.

       TRANSCRIPT-TERM-END.
          COMPUTE WS-TM-AVG = WS-TM-SUM / WS-TM-COUNT.
          COMPUTE WS-GR-AVG = WS-GR-SUM / WS-GR-COUNT.
          DISPLAY 'TERM AVERAGE : ' WS-TM-AVG
              '   CUMULATIVE : ' WS-GR-AVG.

       BATCH-TRANSCRIPTS.
          DISPLAY 'How many IDs (max 20) : ' WITH NO ADVANCING.
          ACCEPT WS-BATCH-COUNT.
      * Enrollment with a capacity check: a full course takes the
      * student on the waitlist ('W') instead of refusing outright,
      * and only 'E' records let a grade in through ENTER-GRADE.
      * The course must be offered in the (open) term, and the
      * capacity is the offering's. Missing prerequisites refuse
      * it unless a supervisor signs on to override, which goes
      * to the audit trail.
       ENROLL-STUDENT.
          DISPLAY 'Student ID  : ' WITH NO ADVANCING.
          ACCEPT EN-STUDENT-ID.
                 DISPLAY 'Student not on file'
                 EXIT PARAGRAPH
          END-READ.
          PERFORM ASK-TERM.
          IF WS-TERM-OK = 'N'
              EXIT PARAGRAPH
          END-IF.
          IF TM-STATUS = 'C'
              DISPLAY 'Term ' TM-CODE ' is closed - enrollment'
                  ' refused'
              EXIT PARAGRAPH
          END-IF.
          MOVE WS-TERM TO EN-TERM.
          DISPLAY 'Course code : ' WITH NO ADVANCING.
          ACCEPT EN-COURSE.
          MOVE EN-COURSE TO COURSE-CODE.
                 DISPLAY 'Course not on file'
                 EXIT PARAGRAPH
          END-READ.
          MOVE WS-TERM TO OF-TERM.
          MOVE EN-COURSE TO OF-COURSE.
          READ OFFER
             INVALID KEY
                 DISPLAY 'Course not offered in term ' WS-TERM
                 EXIT PARAGRAPH
          END-READ.
          MOVE 'N' TO WS-OVERRIDE.
          PERFORM CHECK-PREREQ.
          IF WS-PQ-MISSING > 0
              PERFORM ASK-OVERRIDE
              IF WS-OVERRIDE = 'N'
                  DISPLAY 'Prerequisites not met - enrollment'
                      ' refused'
                  EXIT PARAGRAPH
              END-IF
          END-IF.
          PERFORM CHECK-TUITION.
          IF WS-TUIT-OK = 'N'
              DISPLAY 'Responsible customer has overdue tuition'
          END-IF.
          PERFORM COUNT-ENROLLED.
          ACCEPT EN-DATE FROM DATE YYYYMMDD.
          IF WS-EN-COUNT < OF-CAPACITY
              MOVE 'E' TO EN-STATUS
          ELSE
              MOVE 'W' TO EN-STATUS
          WRITE ENROLL-REC
             INVALID KEY
                 DISPLAY 'Student already enrolled or waitlisted'
                     ' this term'
             NOT INVALID KEY
                 IF WS-OVERRIDE = 'Y'
                     PERFORM AUDIT-OVERRIDE
                 END-IF
                 IF EN-STATUS = 'E'
                     DISPLAY 'Enrolled (' WS-EN-COUNT ' of '
                         OF-CAPACITY ' before this one)'
                 ELSE
                     DISPLAY 'Course full - placed on waitlist'
                 END-IF
                  AT END MOVE 'Y' TO WS-EN-EOF
              END-READ
              IF WS-EN-EOF = 'N'
                  IF EN-COURSE = OF-COURSE AND EN-TERM = OF-TERM
                      IF EN-STATUS = 'E'
                          ADD 1 TO WS-EN-COUNT
                      ELSE
                 DISPLAY 'Course not on file'
                 EXIT PARAGRAPH
          END-READ.
          PERFORM ASK-TERM.
          IF WS-TERM-OK = 'N'
              EXIT PARAGRAPH
          END-IF.
          MOVE WS-TERM TO OF-TERM.
          MOVE WS-ROSTER-CODE TO OF-COURSE.
          READ OFFER
             INVALID KEY
                 DISPLAY 'Course not offered in term ' WS-TERM
                 EXIT PARAGRAPH
          END-READ.
          MOVE 0 TO WS-RS-TOTAL.
          MOVE 'N' TO WS-EN-EOF.
          MOVE LOW-VALUES TO EN-CHAVE.
              END-READ
              IF WS-EN-EOF = 'N'
                  IF EN-COURSE = WS-ROSTER-CODE
                      AND EN-TERM = WS-TERM
                      AND EN-STATUS = 'E'
                      AND WS-RS-TOTAL < 100
                      ADD 1 TO WS-RS-TOTAL
              END-PERFORM
          END-PERFORM.
          DISPLAY ' '.
          DISPLAY 'ROSTER - ' COURSE-CODE ' ' COURSE-NAME
              ' TERM ' WS-TERM.
          PERFORM VARYING WS-RS-IDX FROM 1 BY 1
              UNTIL WS-RS-IDX > WS-RS-TOTAL
              DISPLAY RS-NAME(WS-RS-IDX) ' ' RS-ID(WS-RS-IDX)
          END-PERFORM.
          DISPLAY 'Enrolled : ' WS-RS-TOTAL ' of '
              OF-CAPACITY.
          PERFORM COUNT-ENROLLED.
          DISPLAY 'Waitlist : ' WS-EN-WAIT.

                      DISPLAY WS-STUDENT
              END-READ
          END-PERFORM.

       ASK-TERM.
          MOVE 'Y' TO WS-TERM-OK.
          DISPLAY 'Term (AAAA-S): ' WITH NO ADVANCING.
          ACCEPT WS-TERM.
          MOVE WS-TERM TO TM-CODE.
          READ TERM
             INVALID KEY
                 DISPLAY 'Term not on file'
                 MOVE 'N' TO WS-TERM-OK
          END-READ.

      * Adds a term or changes its dates and status; closing a
      * term ('C') freezes its grades.
       MAINTAIN-TERM.
          DISPLAY 'Term (AAAA-S): ' WITH NO ADVANCING.
          ACCEPT TM-CODE.
          IF TM-CODE(5:1) NOT = '-' OR TM-CODE(1:4) NOT NUMERIC
              DISPLAY 'Term code must be AAAA-S'
              EXIT PARAGRAPH
          END-IF.
          READ TERM
             INVALID KEY
                 MOVE ZEROS TO TM-START TM-END
                 MOVE 'O' TO TM-STATUS
                 DISPLAY 'New term'
             NOT INVALID KEY
                 DISPLAY 'Current : ' TM-START ' to ' TM-END
                     ' status ' TM-STATUS
          END-READ.
          DISPLAY 'Start date (AAAAMMDD) : ' WITH NO ADVANCING.
          ACCEPT TM-START.
          DISPLAY 'End date   (AAAAMMDD) : ' WITH NO ADVANCING.
          ACCEPT TM-END.
          DISPLAY 'Status (O=open C=closed) : ' WITH NO ADVANCING.
          ACCEPT TM-STATUS.
          IF TM-STATUS = 'o'
              MOVE 'O' TO TM-STATUS
          END-IF.
          IF TM-STATUS = 'c'
              MOVE 'C' TO TM-STATUS
          END-IF.
          IF TM-END < TM-START
              DISPLAY 'End date before start date - not saved'
              EXIT PARAGRAPH
          END-IF.
          IF TM-STATUS NOT = 'O' AND TM-STATUS NOT = 'C'
              DISPLAY 'Status must be O or C - not saved'
              EXIT PARAGRAPH
          END-IF.
          REWRITE TERM-REC
             INVALID KEY
                 WRITE TERM-REC
                     INVALID KEY
                         DISPLAY 'Term not saved'
                     NOT INVALID KEY
                         DISPLAY 'Term added'
                 END-WRITE
             NOT INVALID KEY
                 DISPLAY 'Term updated'
          END-REWRITE.

       LIST-TERMS.
          DISPLAY 'TERM   START    END      STATUS'.
          MOVE 'N' TO WS-TM-EOF.
          MOVE LOW-VALUES TO TM-CODE.
          START TERM KEY IS NOT LESS THAN TM-CODE
             INVALID KEY MOVE 'Y' TO WS-TM-EOF
          END-START.
          PERFORM UNTIL WS-TM-EOF = 'Y'
              READ TERM NEXT RECORD
                  AT END MOVE 'Y' TO WS-TM-EOF
              END-READ
              IF WS-TM-EOF = 'N'
                  DISPLAY TM-CODE ' ' TM-START ' ' TM-END ' '
                      TM-STATUS
              END-IF
          END-PERFORM.

      * Puts a course on offer in an open term; capacity zero takes
      * the course's default.
       OFFER-COURSE.
          PERFORM ASK-TERM.
          IF WS-TERM-OK = 'N'
              EXIT PARAGRAPH
          END-IF.
          IF TM-STATUS = 'C'
              DISPLAY 'Term ' TM-CODE ' is closed'
              EXIT PARAGRAPH
          END-IF.
          DISPLAY 'Course code : ' WITH NO ADVANCING.
          ACCEPT COURSE-CODE.
          READ COURSE
             INVALID KEY
                 DISPLAY 'Course not on file'
                 EXIT PARAGRAPH
          END-READ.
          MOVE WS-TERM TO OF-TERM.
          MOVE COURSE-CODE TO OF-COURSE.
          DISPLAY 'Capacity (0 = ' COURSE-CAPACITY ') : '
              WITH NO ADVANCING.
          ACCEPT OF-CAPACITY.
          IF OF-CAPACITY = 0
              MOVE COURSE-CAPACITY TO OF-CAPACITY
          END-IF.
          REWRITE OFFER-REC
             INVALID KEY
                 WRITE OFFER-REC
                     INVALID KEY
                         DISPLAY 'Offering not saved'
                     NOT INVALID KEY
                         DISPLAY 'Course offered'
                 END-WRITE
             NOT INVALID KEY
                 DISPLAY 'Offering updated'
          END-REWRITE.

      * Term and course of a session entry; the course must be
      * offered in that term and the term must still be open.
       ASK-OFFERING.
          PERFORM ASK-TERM.
          IF WS-TERM-OK = 'N'
              EXIT PARAGRAPH
          END-IF.
          IF TM-STATUS = 'C'
              DISPLAY 'Term ' TM-CODE ' is closed'
              MOVE 'N' TO WS-TERM-OK
              EXIT PARAGRAPH
          END-IF.
          DISPLAY 'Course code : ' WITH NO ADVANCING.
          ACCEPT COURSE-CODE.
          MOVE WS-TERM TO OF-TERM.
          MOVE COURSE-CODE TO OF-COURSE.
          READ OFFER
             INVALID KEY
                 DISPLAY 'Course not offered in term ' WS-TERM
                 MOVE 'N' TO WS-TERM-OK
          END-READ.

      * Lists the session dates already set for the course, then
      * takes new ones (inside the term's dates) until a zero.
       CLASS-SESSIONS.
          PERFORM ASK-OFFERING.
          IF WS-TERM-OK = 'N'
              EXIT PARAGRAPH
          END-IF.
          PERFORM LIST-SESSIONS.
          MOVE 1 TO WS-SS-DATE.
          PERFORM UNTIL WS-SS-DATE = 0
              DISPLAY 'Session date (AAAAMMDD, 0 = done) : '
                  WITH NO ADVANCING
              ACCEPT WS-SS-DATE
              IF WS-SS-DATE NOT = 0
                  IF WS-SS-DATE < TM-START OR WS-SS-DATE > TM-END
                      DISPLAY 'Date outside term ' TM-START
                          ' to ' TM-END
                  ELSE
                      MOVE OF-TERM TO SS-TERM
                      MOVE OF-COURSE TO SS-COURSE
                      MOVE WS-SS-DATE TO SS-DATE
                      MOVE 'N' TO SS-TAKEN
                      WRITE SESSION-REC
                          INVALID KEY
                              DISPLAY 'Session already on file'
                          NOT INVALID KEY
                              DISPLAY 'Session added'
                      END-WRITE
                  END-IF
              END-IF
          END-PERFORM.

       LIST-SESSIONS.
          MOVE 0 TO WS-SS-COUNT.
          MOVE 'N' TO WS-SS-EOF.
          MOVE OF-TERM TO SS-TERM.
          MOVE OF-COURSE TO SS-COURSE.
          MOVE ZEROS TO SS-DATE.
          START SESSION KEY IS NOT LESS THAN SS-CHAVE
             INVALID KEY MOVE 'Y' TO WS-SS-EOF
          END-START.
          PERFORM UNTIL WS-SS-EOF = 'Y'
              READ SESSION NEXT RECORD
                  AT END MOVE 'Y' TO WS-SS-EOF
              END-READ
              IF WS-SS-EOF = 'N'
                  IF SS-TERM NOT = OF-TERM
                     OR SS-COURSE NOT = OF-COURSE
                      MOVE 'Y' TO WS-SS-EOF
                  ELSE
                      ADD 1 TO WS-SS-COUNT
                      IF SS-TAKEN = 'Y'
                          DISPLAY '  ' SS-DATE ' attendance taken'
                      ELSE
                          DISPLAY '  ' SS-DATE
                      END-IF
                  END-IF
              END-IF
          END-PERFORM.
          DISPLAY 'Sessions on file : ' WS-SS-COUNT.

      * Attendance for one session: every student enrolled ('E')
      * in the course that term gets a mark; ENTER keeps the mark
      * already on file, or P on the first pass.
       TAKE-ATTENDANCE.
          PERFORM ASK-OFFERING.
          IF WS-TERM-OK = 'N'
              EXIT PARAGRAPH
          END-IF.
          DISPLAY 'Session date (AAAAMMDD) : ' WITH NO ADVANCING.
          ACCEPT WS-SS-DATE.
          MOVE OF-TERM TO SS-TERM.
          MOVE OF-COURSE TO SS-COURSE.
          MOVE WS-SS-DATE TO SS-DATE.
          READ SESSION
             INVALID KEY
                 DISPLAY 'No session of ' OF-COURSE ' on '
                     WS-SS-DATE
                 EXIT PARAGRAPH
          END-READ.
          MOVE 0 TO WS-AT-P WS-AT-A WS-AT-J.
          MOVE 'N' TO WS-EN-EOF.
          MOVE LOW-VALUES TO EN-CHAVE.
          START ENROLL KEY IS NOT LESS THAN EN-CHAVE
             INVALID KEY MOVE 'Y' TO WS-EN-EOF
          END-START.
          PERFORM UNTIL WS-EN-EOF = 'Y'
              READ ENROLL NEXT RECORD
                  AT END MOVE 'Y' TO WS-EN-EOF
              END-READ
              IF WS-EN-EOF = 'N'
                  IF EN-TERM = OF-TERM AND EN-COURSE = OF-COURSE
                      AND EN-STATUS = 'E'
                      PERFORM MARK-ONE-STUDENT
                  END-IF
              END-IF
          END-PERFORM.
          MOVE 'Y' TO SS-TAKEN.
          REWRITE SESSION-REC
             INVALID KEY
                 DISPLAY 'Session not updated'
          END-REWRITE.
          DISPLAY 'Present : ' WS-AT-P '  Absent : ' WS-AT-A
              '  Justified : ' WS-AT-J.

       MARK-ONE-STUDENT.
          MOVE EN-STUDENT-ID TO STUDENT-ID.
          READ STUDENT RECORD INTO WS-STUDENT
             KEY IS STUDENT-ID
             INVALID KEY
                 MOVE 'UNKNOWN' TO WS-NAME
          END-READ.
          MOVE EN-STUDENT-ID TO AT-STUDENT-ID.
          MOVE OF-TERM TO AT-TERM.
          MOVE OF-COURSE TO AT-COURSE.
          MOVE WS-SS-DATE TO AT-DATE.
          READ ATTEND
             INVALID KEY
                 MOVE 'P' TO AT-MARK
                 MOVE 'N' TO WS-AT-FOUND
             NOT INVALID KEY
                 MOVE 'Y' TO WS-AT-FOUND
          END-READ.
          MOVE SPACE TO WS-MARK.
          PERFORM UNTIL WS-MARK = 'P' OR WS-MARK = 'A'
                  OR WS-MARK = 'J'
              DISPLAY EN-STUDENT-ID ' ' WS-NAME ' [' AT-MARK
                  '] P/A/J : ' WITH NO ADVANCING
              ACCEPT WS-MARK
              EVALUATE WS-MARK
                  WHEN SPACE MOVE AT-MARK TO WS-MARK
                  WHEN 'p' MOVE 'P' TO WS-MARK
                  WHEN 'a' MOVE 'A' TO WS-MARK
                  WHEN 'j' MOVE 'J' TO WS-MARK
              END-EVALUATE
          END-PERFORM.
          MOVE EN-STUDENT-ID TO AT-STUDENT-ID.
          MOVE OF-TERM TO AT-TERM.
          MOVE OF-COURSE TO AT-COURSE.
          MOVE WS-SS-DATE TO AT-DATE.
          MOVE WS-MARK TO AT-MARK.
          IF WS-AT-FOUND = 'Y'
              REWRITE ATTEND-REC
                  INVALID KEY DISPLAY 'Mark not saved'
              END-REWRITE
          ELSE
              WRITE ATTEND-REC
                  INVALID KEY DISPLAY 'Mark not saved'
              END-WRITE
          END-IF.
          EVALUATE WS-MARK
              WHEN 'P' ADD 1 TO WS-AT-P
              WHEN 'A' ADD 1 TO WS-AT-A
              WHEN 'J' ADD 1 TO WS-AT-J
          END-EVALUATE.

      * Every prerequisite of the course in EN-COURSE that the
      * student has no passing grade for is named on screen and
      * kept in WS-PQ-LIST for the audit line.
       CHECK-PREREQ.
          MOVE 0 TO WS-PQ-MISSING.
          MOVE SPACES TO WS-PQ-LIST.
          MOVE 1 TO WS-PQ-PTR.
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

       CHECK-ONE-PREREQ.
          MOVE 'N' TO WS-PQ-PASSED.
          MOVE 'N' TO WS-GR-EOF.
          MOVE EN-STUDENT-ID TO GR-STUDENT-ID.
          MOVE LOW-VALUES TO GR-TERM GR-COURSE.
          START GRADES KEY IS NOT LESS THAN GR-CHAVE
             INVALID KEY MOVE 'Y' TO WS-GR-EOF
          END-START.
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
                          MOVE 'Y' TO WS-PQ-PASSED
                          MOVE 'Y' TO WS-GR-EOF
                      END-IF
                  END-IF
              END-IF
          END-PERFORM.
          IF WS-PQ-PASSED = 'N'
              ADD 1 TO WS-PQ-MISSING
              DISPLAY 'Missing prerequisite: ' PQ-REQUIRED
                  ' (minimum grade ' PQ-MIN-GRADE ')'
              IF WS-PQ-PTR < 90
                  STRING PQ-REQUIRED ' ' DELIMITED BY SIZE
                      INTO WS-PQ-LIST WITH POINTER WS-PQ-PTR
                  END-STRING
              END-IF
          END-IF.

      * Only a supervisor-level operator (signon level 9) may let
      * the enrollment through; a lower level is logged as denied.
       ASK-OVERRIDE.
          DISPLAY 'Supervisor override (Y/N) : ' WITH NO ADVANCING.
          ACCEPT WS-CONFIRM.
          IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
              EXIT PARAGRAPH
          END-IF.
          MOVE 'L' TO SG-FUNC.
          CALL 'signon' USING WS-SG-AREA.
          IF SG-OK NOT = 'Y'
              EXIT PARAGRAPH
          END-IF.
          IF SG-LEVEL < 9
              DISPLAY 'Supervisor level required to override'
                  ' prerequisites'
              MOVE 'D' TO SG-FUNC
              MOVE 'PREREQ OVERRIDE' TO SG-DETAIL
              CALL 'signon' USING WS-SG-AREA
              EXIT PARAGRAPH
          END-IF.
          MOVE 'Y' TO WS-OVERRIDE.

       AUDIT-OVERRIDE.
          MOVE 'ENROLL.DAT' TO AU-FILE.
          MOVE EN-CHAVE TO AU-KEY.
          MOVE SG-OPERATOR TO AU-OPERATOR.
          MOVE 'OVR' TO AU-ACTION.
          MOVE SPACES TO AU-BEFORE.
          STRING 'PREREQUISITES MISSING: ' WS-PQ-LIST
              DELIMITED BY SIZE INTO AU-BEFORE
          END-STRING.
          MOVE ENROLL-REC TO AU-AFTER.
          CALL 'auditlog' USING WS-AU-AREA.

      * Lists the course's prerequisites, then takes required
      * course codes (blank ends) with the minimum grade; a zero
      * minimum removes the prerequisite.
       MAINTAIN-PREREQ.
          DISPLAY 'Course code : ' WITH NO ADVANCING.
          ACCEPT WS-PQ-COURSE.
          MOVE WS-PQ-COURSE TO COURSE-CODE.
          READ COURSE
             INVALID KEY
                 DISPLAY 'Course not on file'
                 EXIT PARAGRAPH
          END-READ.
          PERFORM LIST-PREREQ.
          MOVE 'X' TO WS-PQ-REQ.
          PERFORM UNTIL WS-PQ-REQ = SPACES
              DISPLAY 'Required course (blank = done) : '
                  WITH NO ADVANCING
              MOVE SPACES TO WS-PQ-REQ
              ACCEPT WS-PQ-REQ
              IF WS-PQ-REQ NOT = SPACES
                  PERFORM SAVE-ONE-PREREQ
              END-IF
          END-PERFORM.

       SAVE-ONE-PREREQ.
          IF WS-PQ-REQ = WS-PQ-COURSE
              DISPLAY 'A course cannot require itself'
              EXIT PARAGRAPH
          END-IF.
          MOVE WS-PQ-REQ TO COURSE-CODE.
          READ COURSE
             INVALID KEY
                 DISPLAY 'Course not on file'
                 EXIT PARAGRAPH
          END-READ.
          DISPLAY 'Minimum grade (0 = remove) : ' WITH NO ADVANCING.
          ACCEPT PQ-MIN-GRADE.
          MOVE WS-PQ-COURSE TO PQ-COURSE.
          MOVE WS-PQ-REQ TO PQ-REQUIRED.
          IF PQ-MIN-GRADE = 0
              DELETE PREREQ RECORD
                  INVALID KEY DISPLAY 'Prerequisite not on file'
                  NOT INVALID KEY DISPLAY 'Prerequisite removed'
              END-DELETE
              EXIT PARAGRAPH
          END-IF.
          IF PQ-MIN-GRADE > 100
              DISPLAY 'Grade must be 0-100'
              EXIT PARAGRAPH
          END-IF.
          REWRITE PREREQ-REC
             INVALID KEY
                 WRITE PREREQ-REC
                     INVALID KEY
                         DISPLAY 'Prerequisite not saved'
                     NOT INVALID KEY
                         DISPLAY 'Prerequisite added'
                 END-WRITE
             NOT INVALID KEY
                 DISPLAY 'Prerequisite updated'
          END-REWRITE.

       LIST-PREREQ.
          DISPLAY 'PREREQUISITES OF ' WS-PQ-COURSE.
          MOVE 'N' TO WS-PQ-EOF.
          MOVE WS-PQ-COURSE TO PQ-COURSE.
          MOVE LOW-VALUES TO PQ-REQUIRED.
          START PREREQ KEY IS NOT LESS THAN PQ-CHAVE
             INVALID KEY MOVE 'Y' TO WS-PQ-EOF
          END-START.
          PERFORM UNTIL WS-PQ-EOF = 'Y'
              READ PREREQ NEXT RECORD
                  AT END MOVE 'Y' TO WS-PQ-EOF
              END-READ
              IF WS-PQ-EOF = 'N'
                  IF PQ-COURSE NOT = WS-PQ-COURSE
                      MOVE 'Y' TO WS-PQ-EOF
                  ELSE
                      DISPLAY '  ' PQ-REQUIRED ' minimum grade '
                          PQ-MIN-GRADE
                  END-IF
              END-IF
          END-PERFORM.
