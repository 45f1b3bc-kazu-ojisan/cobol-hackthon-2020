           SELECT  EVENT-TRANS     ASSIGN  TO  DYNAMIC  EMT-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  EMT-FILE-STATUS.
           SELECT  RUN-CONTROL     ASSIGN  TO  DYNAMIC  RC-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  RC-KEY
                                    FILE   STATUS  IS  RC-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
           03  EM-CAPACITY             PIC  9(05).
      *        event status: O = open for check-ins, C = closed.
           03  EM-STATUS               PIC  X(01).
      *        archive status, set by aws_cobol_arch.cbl and
      *        aws_cobol_purge.cbl: space = the event's files are
      *        live, A = archived, P = archived and personal data
      *        purged.  dates are YYYYMMDD.
           03  EM-ARCH-STATUS          PIC  X(01).
           03  EM-ARCH-DATE            PIC  9(8).
           03  EM-PURGE-DATE           PIC  9(8).

       FD  EVENT-TRANS
           LABEL   RECORD      IS  STANDARD
           03  EMT-SESSIONS            PIC  9(01).
           03  EMT-CAPACITY            PIC  9(05).
           03  EMT-STATUS              PIC  X(01).

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
       01  CNT-TRANS                   PIC 9(05)   VALUE   ZERO.
       01  CNT-APPLIED                 PIC 9(05)   VALUE   ZERO.
       01  CNT-REJECTED                PIC 9(05)   VALUE   ZERO.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "EVT".
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
           DISPLAY "EVENT MASTER MAINTENANCE".
           PERFORM RUN-CONTROL-START.

           PERFORM OPEN-FILES.
           PERFORM APPLY-TRANSACTIONS.

           CLOSE   EVENT-MASTER.
           CLOSE   EVENT-TRANS.
           MOVE    "C"             TO  RC-STEP-STATUS.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

      *    the master is created on the first ever run, the same way
           IF  EM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN MASTER " EM-FILE-NAME
                       " STATUS " EM-FILE-STATUS
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

               DISPLAY "CANNOT OPEN TRANSACTIONS " EMT-FILE-NAME
                       " STATUS " EMT-FILE-STATUS
               CLOSE   EVENT-MASTER
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

               PERFORM REJECT-BAD-FIELDS
           ELSE
               PERFORM MOVE-TRANS-FIELDS
               MOVE    SPACE           TO  EM-ARCH-STATUS
               MOVE    ZERO            TO  EM-ARCH-DATE
               MOVE    ZERO            TO  EM-PURGE-DATE
               WRITE   EVENT-MASTER-REC
                   INVALID KEY PERFORM REJECT-TRANS
                   NOT INVALID KEY PERFORM ACCEPT-TRANS
               END-WRITE
           END-IF.

      *    the archive fields belong to aws_cobol_arch.cbl and
      *    aws_cobol_purge.cbl and are never changed here.  an
      *    archived event's files are gone, so it cannot be reopened
      *    for check-ins.
       CHANGE-EVENT.
           IF  EMT-SESSIONS < 1 OR EMT-SESSIONS > 7
               PERFORM REJECT-BAD-FIELDS
               READ    EVENT-MASTER
                   INVALID KEY PERFORM REJECT-TRANS
                   NOT INVALID KEY
                       IF  ( EM-ARCH-STATUS = "A" OR
                             EM-ARCH-STATUS = "P" ) AND
                           EMT-STATUS NOT = "C"
                           PERFORM REJECT-ARCHIVED
                       ELSE
                           PERFORM MOVE-TRANS-FIELDS
                           REWRITE EVENT-MASTER-REC
                           PERFORM ACCEPT-TRANS
                       END-IF
               END-READ
           END-IF.

           DISPLAY "REJECTED " EMT-ACTION " " EMT-EVT-ID
                   " INVALID ACTION".

       REJECT-ARCHIVED.
           ADD     1               TO  CNT-REJECTED.
           DISPLAY "REJECTED " EMT-ACTION " " EMT-EVT-ID
                   " EVENT ARCHIVED - CANNOT REOPEN".

       REJECT-BAD-FIELDS.
           ADD     1               TO  CNT-REJECTED.
           DISPLAY "REJECTED " EMT-ACTION " " EMT-EVT-ID
           DISPLAY "TRANSACTIONS READ:  " CNT-TRANS.
           DISPLAY "APPLIED:            " CNT-APPLIED.
           DISPLAY "REJECTED:           " CNT-REJECTED.

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
           MOVE    CNT-TRANS       TO  RC-CNT-READ.
           MOVE    CNT-APPLIED     TO  RC-CNT-WRITTEN.
           MOVE    CNT-REJECTED    TO  RC-CNT-REJECTED.
