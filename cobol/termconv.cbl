       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCONV.
      * One-time rebuild of ENROLL.DAT and GRADES.DAT from the
      * student+course key to the student+term+course key, so a
      * course can be taken again in a later term. Everything
      * already on file is put in the one term asked for here,
      * which is also added to TERM.DAT, and every course with an
      * enrollment is offered in that term at its COURSE.DAT
      * capacity. Dated safety copies are taken first, the .NEW
      * files are loaded and swapped in over the live ones.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ENROLL-OLD ASSIGN TO 'ENROLL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OLD-EN-CHAVE
               FILE STATUS IS OLD-EN-FS.
           SELECT ENROLL ASSIGN TO 'ENROLL.NEW'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EN-CHAVE
               FILE STATUS IS ENROLL-FS.
           SELECT GRADES-OLD ASSIGN TO 'GRADES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OLD-GR-CHAVE
               FILE STATUS IS OLD-GR-FS.
           SELECT GRADES ASSIGN TO 'GRADES.NEW'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GR-CHAVE
               FILE STATUS IS GRADES-FS.
           SELECT COURSE ASSIGN TO 'COURSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS COURSE-CODE
               FILE STATUS IS COURSE-FS.
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

       DATA DIVISION.
          FILE SECTION.
          FD ENROLL-OLD.
             01 ENROLL-OLD-REC.
             05 OLD-EN-CHAVE.
                10 OLD-EN-STUDENT-ID PIC 9(5).
                10 OLD-EN-COURSE PIC X(6).
             05 OLD-EN-DATE PIC 9(8).
             05 OLD-EN-STATUS PIC X.

          FD ENROLL.
             01 ENROLL-REC.
             05 EN-CHAVE.
                10 EN-STUDENT-ID PIC 9(5).
                10 EN-TERM PIC X(6).
                10 EN-COURSE PIC X(6).
             05 EN-DATE PIC 9(8).
             05 EN-STATUS PIC X.

          FD GRADES-OLD.
             01 GRADES-OLD-REC.
             05 OLD-GR-CHAVE.
                10 OLD-GR-STUDENT-ID PIC 9(5).
                10 OLD-GR-COURSE PIC X(6).
             05 OLD-GR-GRADE PIC 9(3).

          FD GRADES.
             01 GRADES-REC.
             05 GR-CHAVE.
                10 GR-STUDENT-ID PIC 9(5).
                10 GR-TERM PIC X(6).
                10 GR-COURSE PIC X(6).
             05 GR-GRADE PIC 9(3).

          FD COURSE.
             01 COURSE-REC.
             05 COURSE-CODE PIC X(6).
             05 COURSE-NAME PIC X(30).
             05 COURSE-CAPACITY PIC 9(3).

          FD TERM.
             01 TERM-REC.
             05 TM-CODE PIC X(6).
             05 TM-START PIC 9(8).
             05 TM-END PIC 9(8).
             05 TM-STATUS PIC X.

          FD OFFER.
             01 OFFER-REC.
             05 OF-CHAVE.
                10 OF-TERM PIC X(6).
                10 OF-COURSE PIC X(6).
             05 OF-CAPACITY PIC 9(3).

          WORKING-STORAGE SECTION.
          01 OLD-EN-FS PIC XX VALUE SPACES.
          01 ENROLL-FS PIC XX VALUE SPACES.
          01 OLD-GR-FS PIC XX VALUE SPACES.
          01 GRADES-FS PIC XX VALUE SPACES.
          01 COURSE-FS PIC XX VALUE SPACES.
          01 TERM-FS PIC XX VALUE SPACES.
          01 OFFER-FS PIC XX VALUE SPACES.
          01 WS-EOF PIC X VALUE 'N'.
          01 WS-TERM PIC X(6).
          01 WS-EN-READ PIC 9(4) VALUE 0.
          01 WS-EN-LOADED PIC 9(4) VALUE 0.
          01 WS-GR-READ PIC 9(4) VALUE 0.
          01 WS-GR-LOADED PIC 9(4) VALUE 0.
          01 WS-OFFERED PIC 9(4) VALUE 0.
          01 WS-DATE PIC 9(8).
          01 WS-BACKUP-EN PIC X(25) VALUE SPACES.
          01 WS-BACKUP-GR PIC X(25) VALUE SPACES.
          01 WS-RC PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
          DISPLAY 'Term for the records on file (AAAA-S) : '
              WITH NO ADVANCING.
          ACCEPT WS-TERM.
          IF WS-TERM(5:1) NOT = '-' OR WS-TERM(1:4) NOT NUMERIC
              DISPLAY 'Term code must be AAAA-S'
              STOP RUN
          END-IF.
          OPEN I-O TERM.
          IF TERM-FS = '35'
              OPEN OUTPUT TERM
              CLOSE TERM
              OPEN I-O TERM
          END-IF.
          MOVE WS-TERM TO TM-CODE.
          READ TERM
             INVALID KEY
                 DISPLAY 'Term start date (AAAAMMDD) : '
                     WITH NO ADVANCING
                 ACCEPT TM-START
                 DISPLAY 'Term end date   (AAAAMMDD) : '
                     WITH NO ADVANCING
                 ACCEPT TM-END
                 DISPLAY 'Status (O=open C=closed)   : '
                     WITH NO ADVANCING
                 ACCEPT TM-STATUS
                 IF TM-STATUS NOT = 'C'
                     MOVE 'O' TO TM-STATUS
                 END-IF
                 WRITE TERM-REC
                     INVALID KEY
                         DISPLAY 'Term not saved'
                 END-WRITE
          END-READ.
          CLOSE TERM.
          ACCEPT WS-DATE FROM DATE YYYYMMDD.
          STRING 'ENROLL.DAT.' DELIMITED BY SIZE
                 WS-DATE DELIMITED BY SIZE
              INTO WS-BACKUP-EN
          END-STRING.
          STRING 'GRADES.DAT.' DELIMITED BY SIZE
                 WS-DATE DELIMITED BY SIZE
              INTO WS-BACKUP-GR
          END-STRING.
          CALL 'CBL_COPY_FILE' USING 'ENROLL.DAT' WS-BACKUP-EN
              RETURNING WS-RC
          END-CALL.
          CALL 'CBL_COPY_FILE' USING 'GRADES.DAT' WS-BACKUP-GR
              RETURNING WS-RC
          END-CALL.
          OPEN INPUT ENROLL-OLD.
          IF OLD-EN-FS NOT = '00'
              DISPLAY 'ENROLL.DAT not available, status ' OLD-EN-FS
              STOP RUN
          END-IF.
          OPEN OUTPUT ENROLL.
          IF ENROLL-FS NOT = '00'
              DISPLAY 'ENROLL.NEW not available, status ' ENROLL-FS
              CLOSE ENROLL-OLD
              STOP RUN
          END-IF.
          OPEN INPUT COURSE.
          OPEN I-O OFFER.
          IF OFFER-FS = '35'
              OPEN OUTPUT OFFER
              CLOSE OFFER
              OPEN I-O OFFER
          END-IF.
          MOVE LOW-VALUES TO OLD-EN-CHAVE.
          START ENROLL-OLD KEY IS NOT LESS THAN OLD-EN-CHAVE
              INVALID KEY MOVE 'Y' TO WS-EOF
          END-START.
          PERFORM CONVERT-ENROLL UNTIL WS-EOF = 'Y'.
          CLOSE ENROLL-OLD.
          CLOSE ENROLL.
          CLOSE OFFER.
          CLOSE COURSE.
          OPEN INPUT GRADES-OLD.
          IF OLD-GR-FS = '00'
              OPEN OUTPUT GRADES
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO OLD-GR-CHAVE
              START GRADES-OLD KEY IS NOT LESS THAN OLD-GR-CHAVE
                  INVALID KEY MOVE 'Y' TO WS-EOF
              END-START
              PERFORM CONVERT-GRADE UNTIL WS-EOF = 'Y'
              CLOSE GRADES-OLD
              CLOSE GRADES
              CALL 'CBL_DELETE_FILE' USING 'GRADES.DAT'
                  RETURNING WS-RC
              END-CALL
              CALL 'CBL_COPY_FILE' USING 'GRADES.NEW' 'GRADES.DAT'
                  RETURNING WS-RC
              END-CALL
              CALL 'CBL_DELETE_FILE' USING 'GRADES.NEW'
                  RETURNING WS-RC
              END-CALL
          ELSE
              DISPLAY 'GRADES.DAT not available, status ' OLD-GR-FS
                  ' - grades not converted'
          END-IF.
          CALL 'CBL_DELETE_FILE' USING 'ENROLL.DAT'
              RETURNING WS-RC
          END-CALL.
          CALL 'CBL_COPY_FILE' USING 'ENROLL.NEW' 'ENROLL.DAT'
              RETURNING WS-RC
          END-CALL.
          CALL 'CBL_DELETE_FILE' USING 'ENROLL.NEW'
              RETURNING WS-RC
          END-CALL.
          DISPLAY ' '.
          DISPLAY 'Term conversion complete - term ' WS-TERM.
          DISPLAY '  safety copies       : ' WS-BACKUP-EN.
          DISPLAY '                        ' WS-BACKUP-GR.
          DISPLAY '  enrollments read    : ' WS-EN-READ.
          DISPLAY '  enrollments loaded  : ' WS-EN-LOADED.
          DISPLAY '  grades read         : ' WS-GR-READ.
          DISPLAY '  grades loaded       : ' WS-GR-LOADED.
          DISPLAY '  courses offered     : ' WS-OFFERED.
          STOP RUN.

       CONVERT-ENROLL.
          READ ENROLL-OLD NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF
          END-READ.
          IF WS-EOF = 'N'
              ADD 1 TO WS-EN-READ
              MOVE OLD-EN-STUDENT-ID TO EN-STUDENT-ID
              MOVE WS-TERM TO EN-TERM
              MOVE OLD-EN-COURSE TO EN-COURSE
              MOVE OLD-EN-DATE TO EN-DATE
              MOVE OLD-EN-STATUS TO EN-STATUS
              WRITE ENROLL-REC
                  INVALID KEY
                      DISPLAY 'duplicate enrollment skipped: '
                          EN-STUDENT-ID ' ' EN-COURSE
                  NOT INVALID KEY
                      ADD 1 TO WS-EN-LOADED
              END-WRITE
              PERFORM OFFER-ONE
          END-IF.

       OFFER-ONE.
          MOVE WS-TERM TO OF-TERM.
          MOVE OLD-EN-COURSE TO OF-COURSE.
          READ OFFER
              INVALID KEY
                  MOVE OLD-EN-COURSE TO COURSE-CODE
                  READ COURSE
                      INVALID KEY MOVE 30 TO COURSE-CAPACITY
                  END-READ
                  MOVE WS-TERM TO OF-TERM
                  MOVE OLD-EN-COURSE TO OF-COURSE
                  MOVE COURSE-CAPACITY TO OF-CAPACITY
                  WRITE OFFER-REC
                      NOT INVALID KEY
                          ADD 1 TO WS-OFFERED
                  END-WRITE
          END-READ.

       CONVERT-GRADE.
          READ GRADES-OLD NEXT RECORD
              AT END MOVE 'Y' TO WS-EOF
          END-READ.
          IF WS-EOF = 'N'
              ADD 1 TO WS-GR-READ
              MOVE OLD-GR-STUDENT-ID TO GR-STUDENT-ID
              MOVE WS-TERM TO GR-TERM
              MOVE OLD-GR-COURSE TO GR-COURSE
              MOVE OLD-GR-GRADE TO GR-GRADE
              WRITE GRADES-REC
                  INVALID KEY
                      DISPLAY 'duplicate grade skipped: '
                          GR-STUDENT-ID ' ' GR-COURSE
                  NOT INVALID KEY
                      ADD 1 TO WS-GR-LOADED
              END-WRITE
          END-IF.
