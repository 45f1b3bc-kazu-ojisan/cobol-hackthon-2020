                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  AL-KEY
                                    FILE   STATUS  IS  AL-FILE-STATUS.
           SELECT  RUN-CONTROL     ASSIGN  TO  DYNAMIC  RC-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  RC-KEY
                                    FILE   STATUS  IS  RC-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
               05  AL-SURV-BMONTH       PIC  99.
               05  AL-SURV-BDAY         PIC  99.
           03  AL-MERGED-DATE          PIC  9(8).

      *    run-control file - one row per event and batch step,
      *    written by every batch program when the step starts and
      *    again when it ends, and read by the close-of-event driver
      *    aws_cobol_close.cbl to sequence and restart the job stream.
       FD  RUN-CONTROL
           LABEL   RECORD      IS  STANDARD.
       01  RUN-CONTROL-REC.
           03  RC-KEY.
               05  RC-EVT-ID           PIC  X(9).
               05  RC-STEP             PIC  X(08).
           03  RC-START-TS             PIC  X(14).
           03  RC-END-TS               PIC  X(14).
           03  RC-RECS-READ            PIC  9(07).
           03  RC-RECS-WRITTEN         PIC  9(07).
           03  RC-RECS-REJECTED        PIC  9(07).
      *        step status: R = running (or died part way),
      *        C = completed, F = failed.
           03  RC-STATUS               PIC  X(01).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  SW-END                      PIC 9(01)   VALUE   ZERO.
       01  AL-SCAN-END                 PIC 9(01)   VALUE   ZERO.
       01  WS-TODAY                    PIC 9(8).
       01  CNT-REPOINTED               PIC 9(04)   VALUE   ZERO.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "ALIAS".
       01  RC-STEP-START-TS            PIC  X(14).
       01  RC-STEP-END-TS              PIC  X(14).
       01  RC-STEP-STATUS              PIC  X(01).
       01  RC-CNT-READ                 PIC 9(07)   VALUE ZERO.
       01  RC-CNT-WRITTEN              PIC 9(07)   VALUE ZERO.
       01  RC-CNT-REJECTED             PIC 9(07)   VALUE ZERO.
       01  RC-NOW-DATE                 PIC 9(8).
       01  RC-NOW-TIME                 PIC 9(8).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "ATTENDANCE HISTORY PERSON MERGE".
           ACCEPT  WS-TODAY        FROM DATE YYYYMMDD.
           PERFORM RUN-CONTROL-START.

           PERFORM ACCEPT-KEYS.
           PERFORM OPEN-HISTORY.
           IF  AL-SW-OPEN = CNS-ON
               CLOSE   HIST-ALIAS
           END-IF.
           MOVE    "C"             TO  RC-STEP-STATUS.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

       ACCEPT-KEYS.
           IF  SURV-KEY = RETD-KEY
               DISPLAY "SURVIVING AND RETIRED KEYS ARE THE SAME - "
                       "NOTHING TO MERGE"
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.
           DISPLAY "SURVIVOR: " SRV-KEY-LNAME " " SRV-KEY-BYEAR "-"
           IF  AH-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN HISTORY " AH-FILE-NAME
                       " STATUS " AH-FILE-STATUS
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

                   DISPLAY "SURVIVING KEY NOT IN HISTORY - "
                           "RUN ABORTED"
                   CLOSE   ATTEND-HIST
                   MOVE    "F"             TO  RC-STEP-STATUS
                   PERFORM RUN-CONTROL-END
                   STOP RUN
           END-READ.
           MOVE    AH-FNAME        TO  SRV-FNAME.
               INVALID KEY
                   DISPLAY "RETIRED KEY NOT IN HISTORY - RUN ABORTED"
                   CLOSE   ATTEND-HIST
                   MOVE    "F"             TO  RC-STEP-STATUS
                   PERFORM RUN-CONTROL-END
                   STOP RUN
           END-READ.
           ADD     AH-EVENT-CNT    TO  SRV-EVENT-CNT.
                   DISPLAY "CANNOT DELETE RETIRED ROW - STATUS "
                           AH-FILE-STATUS
                   CLOSE   ATTEND-HIST
                   MOVE    "F"             TO  RC-STEP-STATUS
                   PERFORM RUN-CONTROL-END
                   STOP RUN
           END-DELETE.

                   DISPLAY "SURVIVOR VANISHED MID-MERGE - STATUS "
                           AH-FILE-STATUS
                   CLOSE   ATTEND-HIST
                   MOVE    "F"             TO  RC-STEP-STATUS
                   PERFORM RUN-CONTROL-END
                   STOP RUN
           END-READ.
           MOVE    SRV-EVENT-CNT   TO  AH-EVENT-CNT.
           DISPLAY "MERGED GUESTS:       " SRV-GUEST-CNT.
           DISPLAY "MERGED OVERRIDES:    " SRV-OVERRIDE-CNT.
           DISPLAY "ALIASES RE-POINTED:  " CNT-REPOINTED.

      *    run-control row for the close-of-event job stream, marked
      *    running here and completed or failed by RUN-CONTROL-END,
      *    so aws_cobol_close.cbl can tell a finished step from one
      *    that died part way.  the file only records the run - one
      *    that cannot be opened is reported and the step carries on.
       RUN-CONTROL-START.
           ACCEPT  RC-NOW-DATE     FROM DATE YYYYMMDD.
           ACCEPT  RC-NOW-TIME     FROM TIME.
           MOVE    RC-NOW-DATE     TO  RC-STEP-START-TS ( 1 : 8 ).
           MOVE    RC-NOW-TIME     TO  RC-STEP-START-TS ( 9 : 6 ).
           MOVE    SPACES          TO  RC-STEP-END-TS.
           MOVE    "R"             TO  RC-STEP-STATUS.
           PERFORM WRITE-RUN-CONTROL.

      *    the caller sets RC-STEP-STATUS to "C" or "F" first.
       RUN-CONTROL-END.
           ACCEPT  RC-NOW-DATE     FROM DATE YYYYMMDD.
           ACCEPT  RC-NOW-TIME     FROM TIME.
           MOVE    RC-NOW-DATE     TO  RC-STEP-END-TS ( 1 : 8 ).
           MOVE    RC-NOW-TIME     TO  RC-STEP-END-TS ( 9 : 6 ).
           PERFORM RUN-CONTROL-COUNTS.
           PERFORM WRITE-RUN-CONTROL.

       WRITE-RUN-CONTROL.
           OPEN    I-O             RUN-CONTROL.
           IF  RC-FILE-STATUS = "35"
               OPEN    OUTPUT          RUN-CONTROL
               CLOSE   RUN-CONTROL
               OPEN    I-O             RUN-CONTROL
           END-IF.
           IF  RC-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CANNOT OPEN RUN CONTROL "
                       RC-FILE-NAME " STATUS " RC-FILE-STATUS
           ELSE
      *        not an event step - filed under a blank event id.
               MOVE    SPACES          TO  RC-EVT-ID
               MOVE    RC-STEP-NAME    TO  RC-STEP
               MOVE    RC-STEP-START-TS TO RC-START-TS
               MOVE    RC-STEP-END-TS  TO  RC-END-TS
               MOVE    RC-CNT-READ     TO  RC-RECS-READ
               MOVE    RC-CNT-WRITTEN  TO  RC-RECS-WRITTEN
               MOVE    RC-CNT-REJECTED TO  RC-RECS-REJECTED
               MOVE    RC-STEP-STATUS  TO  RC-STATUS
               WRITE   RUN-CONTROL-REC
                   INVALID KEY REWRITE RUN-CONTROL-REC
               END-WRITE
               CLOSE   RUN-CONTROL
           END-IF.

       RUN-CONTROL-COUNTS.
           MOVE    CNT-REPOINTED   TO  RC-CNT-WRITTEN.
