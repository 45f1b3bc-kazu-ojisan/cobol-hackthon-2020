                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  EM-EVT-ID
                                    FILE   STATUS  IS  EM-FILE-STATUS.
           SELECT  RUN-CONTROL     ASSIGN  TO  DYNAMIC  RC-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  RC-KEY
                                    FILE   STATUS  IS  RC-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
      *        "admitted to any session" flag the reports key on.
           03  IL-SESS-FLAGS.
               05  IL-SESS-CHECKED-IN   PIC  X(01)  OCCURS 7 TIMES.
      *        admission code printed as a barcode on the
      *        invitation - issued by aws_cobol_load.cbl, unique
      *        within the event's roster, and enough on its own
      *        to admit at the door.
           03  IL-ADMIT-CD             PIC  X(08).
      *        sponsoring organization or delegation the invitee
      *        registered under - spaces for an individual.  its
      *        seat allocation and billing contact are on the
      *        event's organization master, aws_cobol_org.cbl.
           03  IL-ORG-CD               PIC  X(06).

       FD  CHECKIN-LOG
           LABEL   RECORD      IS  STANDARD
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
       01  CNT-FLAGS-RESET             PIC 9(05)   VALUE ZERO.
       01  CNT-FLAGS-SET               PIC 9(05)   VALUE ZERO.
       01  CNT-BACKFILLED              PIC 9(05)   VALUE ZERO.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "CHK".
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
           PERFORM RESOLVE-FILE-NAMES.
           PERFORM VALIDATE-EVENT.
           PERFORM ACCEPT-RUN-MODE.
           PERFORM RUN-CONTROL-START.
           DISPLAY "ROSTER / LOG INTEGRITY CHECK".
           DISPLAY "EVENT ID: " EVT-ID "  MODE: " CHK-MODE.

           PERFORM PRINT-TOTALS.

           CLOSE   INVITEE-LIST.
           MOVE    "C"             TO  RC-STEP-STATUS.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

       RESOLVE-FILE-NAMES.
           IF  IL-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ROSTER " EVT-FILE-NAME
                       " STATUS " IL-FILE-STATUS
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

                   DISPLAY "CANNOT OPEN BACKFILL WORK FILE - STATUS "
                           BKW-FILE-STATUS " - RUN ABORTED"
                   CLOSE   INVITEE-LIST
                   MOVE    "F"             TO  RC-STEP-STATUS
                   PERFORM RUN-CONTROL-END
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "FLAGS RESET:         " CNT-FLAGS-RESET.
           DISPLAY "FLAGS SET:           " CNT-FLAGS-SET.
           DISPLAY "LOG RECS BACKFILLED: " CNT-BACKFILLED.

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
               MOVE    EVT-ID          TO  RC-EVT-ID
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
      *    problems found are the step's rejects; repairs made are
      *    its writes.
           COMPUTE RC-CNT-READ = CNT-ROSTER-ROWS + LOG-COUNT.
           COMPUTE RC-CNT-WRITTEN = CNT-FLAGS-RESET + CNT-FLAGS-SET
                                  + CNT-BACKFILLED.
           COMPUTE RC-CNT-REJECTED = CNT-FLAG-NO-LOG + CNT-LOG-NO-ROSTER
                                   + CNT-LOG-FLAG-N.
