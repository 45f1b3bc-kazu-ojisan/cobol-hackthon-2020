      ******************************************************************
      *  organization master maintenance batch.  builds and maintains
      *  an event's indexed organization master ORG_MASTER_<event>.dat
      *  - one row per sponsoring organization or delegation, keyed by
      *  organization code, holding the seats it was allocated, the
      *  billing contact finance invoices, and optionally the roster
      *  key of its delegation lead.  the loader refuses an RSVP that
      *  names an organization with no row here, the door admits a
      *  delegation together on its lead's group check-in, and the
      *  post-event billing report aws_cobol_org_rpt.cbl reads the
      *  allocation back against who registered and who came.
      *
      *  transactions come from ORG_TRANS_<event>.dat, one per line:
      *      A  - add a new organization (rejected when the code
      *           exists)
      *      C  - change an existing organization
      *      X  - delete an organization row
      *  a blank lead last name means any registered member of the
      *  organization may check the delegation in.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 aws_cobol_org.
       AUTHOR.                     kazuOji.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ORG-MASTER      ASSIGN  TO  DYNAMIC  OM-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  OM-ORG-CD
                                    FILE   STATUS  IS  OM-FILE-STATUS.
           SELECT  ORG-TRANS       ASSIGN  TO  DYNAMIC  OMT-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  OMT-FILE-STATUS.
           SELECT  EVENT-MASTER    ASSIGN  TO  DYNAMIC  EM-FILE-NAME
                                    ORGANIZATION    INDEXED
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
       FILE                        SECTION.
       FD  ORG-MASTER
           LABEL   RECORD      IS  STANDARD.
       01  ORG-MASTER-REC.
           03  OM-ORG-CD               PIC  X(06).
           03  OM-ORG-NAME             PIC  X(30).
      *        seats the organization bought for the event, people
      *        not parties.
           03  OM-SEATS                PIC  9(05).
           03  OM-BILL-NAME            PIC  X(30).
           03  OM-BILL-EMAIL           PIC  X(40).
           03  OM-BILL-PHONE           PIC  X(15).
      *        roster key of the delegation lead, last name folded
      *        the way the roster key is.  spaces = any member.
           03  OM-LEAD-KEY.
               05  OM-LEAD-LNAME        PIC  X(10).
               05  OM-LEAD-BYEAR        PIC  9(4).
               05  OM-LEAD-BMONTH       PIC  99.
               05  OM-LEAD-BDAY         PIC  99.

       FD  ORG-TRANS
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  ORG-TRANS-REC.
           03  OMT-ACTION              PIC  X(01).
           03  OMT-ORG-CD              PIC  X(06).
           03  OMT-ORG-NAME            PIC  X(30).
           03  OMT-SEATS               PIC  9(05).
           03  OMT-BILL-NAME           PIC  X(30).
           03  OMT-BILL-EMAIL          PIC  X(40).
           03  OMT-BILL-PHONE          PIC  X(15).
           03  OMT-LEAD-LNAME          PIC  X(10).
           03  OMT-LEAD-BYEAR          PIC  9(4).
           03  OMT-LEAD-BMONTH         PIC  99.
           03  OMT-LEAD-BDAY           PIC  99.

      *    event master - one row per event, maintained by
      *    aws_cobol_evt.cbl.  consulted only to refuse an event id
      *    that is not in it.
       FD  EVENT-MASTER
           LABEL   RECORD      IS  STANDARD.
       01  EVENT-MASTER-REC.
           03  EM-EVT-ID               PIC  X(9).
           03  EM-EVT-NAME             PIC  X(30).
           03  EM-START-DATE           PIC  9(8).
           03  EM-END-DATE             PIC  9(8).
           03  EM-SESSIONS             PIC  9(01).
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
       01  CNS-ON                      PIC 9(01)   VALUE   1.

       01  EVT-ID                      PIC  X(9).
       01  OM-FILE-NAME                PIC  X(40).
       01  OMT-FILE-NAME               PIC  X(40).
       01  EM-FILE-NAME                PIC  X(40)
                                        VALUE "EVENT_MASTER.dat".
       01  OM-FILE-STATUS              PIC X(02).
       01  OMT-FILE-STATUS             PIC X(02).
       01  EM-FILE-STATUS              PIC X(02).

       01  CNT-TRANS                   PIC 9(05)   VALUE   ZERO.
       01  CNT-APPLIED                 PIC 9(05)   VALUE   ZERO.
       01  CNT-REJECTED                PIC 9(05)   VALUE   ZERO.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "ORG".
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
           PERFORM RESOLVE-FILE-NAMES.
           PERFORM VALIDATE-EVENT.
           PERFORM RUN-CONTROL-START.
           DISPLAY "ORGANIZATION MASTER MAINTENANCE".
           DISPLAY "EVENT ID: " EVT-ID.

           PERFORM OPEN-FILES.
           PERFORM APPLY-TRANSACTIONS.
           PERFORM PRINT-TOTALS.

           CLOSE   ORG-MASTER.
           CLOSE   ORG-TRANS.
           MOVE    "C"             TO  RC-STEP-STATUS.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

       RESOLVE-FILE-NAMES.
           DISPLAY "EVENT_ID"      UPON    ENVIRONMENT-NAME.
           ACCEPT  EVT-ID          FROM    ENVIRONMENT-VALUE.
           IF  EVT-ID = SPACES
               ACCEPT  EVT-ID      FROM    CONSOLE
           END-IF.

           IF  EVT-ID = SPACES
               MOVE    "ORG_MASTER.dat"    TO  OM-FILE-NAME
               MOVE    "ORG_TRANS.dat"     TO  OMT-FILE-NAME
           ELSE
               STRING  "ORG_MASTER_"              DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO OM-FILE-NAME
               STRING  "ORG_TRANS_"               DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO OMT-FILE-NAME
           END-IF.

      *    the event id must exist in the event master - a typo'd id
      *    would otherwise build an organization list for an event
      *    that does not exist.  no master file at all is the
      *    pre-master deployment and validates nothing; a blank event
      *    id is the legacy single-file setup.
       VALIDATE-EVENT.
           IF  EVT-ID NOT = SPACES
               OPEN    INPUT           EVENT-MASTER
               IF  EM-FILE-STATUS NOT = "00"
                   DISPLAY "NO EVENT MASTER (" EM-FILE-NAME
                           ") - EVENT ID NOT VALIDATED"
               ELSE
                   MOVE    EVT-ID          TO  EM-EVT-ID
                   READ    EVENT-MASTER
                       INVALID KEY
                           DISPLAY "EVENT " EVT-ID " NOT IN EVENT "
                                   "MASTER - RUN ABORTED"
                           CLOSE   EVENT-MASTER
                           STOP RUN
                   END-READ
                   CLOSE   EVENT-MASTER
               END-IF
           END-IF.

      *    the organization master is created on an event's first
      *    run, the same way the room master is.
       OPEN-FILES.
           OPEN    I-O             ORG-MASTER.
           IF  OM-FILE-STATUS = "35"
               OPEN    OUTPUT          ORG-MASTER
               CLOSE   ORG-MASTER
               OPEN    I-O             ORG-MASTER
           END-IF.
           IF  OM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ORGANIZATION MASTER " OM-FILE-NAME
                       " STATUS " OM-FILE-STATUS
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           OPEN    INPUT           ORG-TRANS.
           IF  OMT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN TRANSACTIONS " OMT-FILE-NAME
                       " STATUS " OMT-FILE-STATUS
               CLOSE   ORG-MASTER
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

       APPLY-TRANSACTIONS.
           MOVE    ZERO            TO  SW-END.
           READ    ORG-TRANS
               AT END  MOVE    CNS-ON  TO  SW-END.

           PERFORM UNTIL SW-END = CNS-ON
               ADD     1               TO  CNT-TRANS
               PERFORM APPLY-ONE-TRANS

               READ    ORG-TRANS
                   AT END  MOVE    CNS-ON  TO  SW-END
               END-READ
           END-PERFORM.

       APPLY-ONE-TRANS.
           MOVE    OMT-ORG-CD      TO  OM-ORG-CD.
           IF  OMT-ORG-CD = SPACES
               PERFORM REJECT-BAD-FIELDS
           ELSE
               EVALUATE OMT-ACTION
                   WHEN "A"
                       PERFORM ADD-ORG
                   WHEN "C"
                       PERFORM CHANGE-ORG
                   WHEN "X"
                       PERFORM DELETE-ORG
                   WHEN OTHER
                       PERFORM REJECT-BAD-ACTION
               END-EVALUATE
           END-IF.

      *    a new organization - rejected when the code already exists,
      *    so a doubled-up feed cannot quietly reset an allocation.
       ADD-ORG.
           IF  OMT-SEATS IS NOT NUMERIC OR
               ( OMT-LEAD-LNAME NOT = SPACES AND
                 ( OMT-LEAD-BYEAR  IS NOT NUMERIC OR
                   OMT-LEAD-BMONTH IS NOT NUMERIC OR
                   OMT-LEAD-BDAY   IS NOT NUMERIC ) )
               PERFORM REJECT-BAD-FIELDS
           ELSE
               PERFORM MOVE-TRANS-FIELDS
               WRITE   ORG-MASTER-REC
                   INVALID KEY PERFORM REJECT-TRANS
                   NOT INVALID KEY PERFORM ACCEPT-TRANS
               END-WRITE
           END-IF.

       CHANGE-ORG.
           IF  OMT-SEATS IS NOT NUMERIC OR
               ( OMT-LEAD-LNAME NOT = SPACES AND
                 ( OMT-LEAD-BYEAR  IS NOT NUMERIC OR
                   OMT-LEAD-BMONTH IS NOT NUMERIC OR
                   OMT-LEAD-BDAY   IS NOT NUMERIC ) )
               PERFORM REJECT-BAD-FIELDS
           ELSE
               READ    ORG-MASTER
                   INVALID KEY PERFORM REJECT-TRANS
                   NOT INVALID KEY
                       PERFORM MOVE-TRANS-FIELDS
                       REWRITE ORG-MASTER-REC
                       PERFORM ACCEPT-TRANS
               END-READ
           END-IF.

       DELETE-ORG.
           DELETE  ORG-MASTER
               INVALID KEY PERFORM REJECT-TRANS
               NOT INVALID KEY PERFORM ACCEPT-TRANS
           END-DELETE.

      *    the lead's last name is folded the way the loader folds the
      *    roster key, so the door compares like with like.
       MOVE-TRANS-FIELDS.
           MOVE    OMT-ORG-NAME    TO  OM-ORG-NAME.
           MOVE    OMT-SEATS       TO  OM-SEATS.
           MOVE    OMT-BILL-NAME   TO  OM-BILL-NAME.
           MOVE    OMT-BILL-EMAIL  TO  OM-BILL-EMAIL.
           MOVE    OMT-BILL-PHONE  TO  OM-BILL-PHONE.
           IF  OMT-LEAD-LNAME = SPACES
               MOVE    SPACES          TO  OM-LEAD-KEY
           ELSE
               MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                           ( OMT-LEAD-LNAME ) )    TO  OM-LEAD-LNAME
               MOVE    OMT-LEAD-BYEAR  TO  OM-LEAD-BYEAR
               MOVE    OMT-LEAD-BMONTH TO  OM-LEAD-BMONTH
               MOVE    OMT-LEAD-BDAY   TO  OM-LEAD-BDAY
           END-IF.

       ACCEPT-TRANS.
           ADD     1               TO  CNT-APPLIED.
           DISPLAY "APPLIED  " OMT-ACTION " " OMT-ORG-CD " "
                   OMT-ORG-NAME.

       REJECT-TRANS.
           ADD     1               TO  CNT-REJECTED.
           DISPLAY "REJECTED " OMT-ACTION " " OMT-ORG-CD
                   " STATUS " OM-FILE-STATUS.

       REJECT-BAD-ACTION.
           ADD     1               TO  CNT-REJECTED.
           DISPLAY "REJECTED " OMT-ACTION " " OMT-ORG-CD
                   " INVALID ACTION".

       REJECT-BAD-FIELDS.
           ADD     1               TO  CNT-REJECTED.
           DISPLAY "REJECTED " OMT-ACTION " " OMT-ORG-CD
                   " INVALID FIELDS".

       PRINT-TOTALS.
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
           MOVE    CNT-TRANS       TO  RC-CNT-READ.
           MOVE    CNT-APPLIED     TO  RC-CNT-WRITTEN.
           MOVE    CNT-REJECTED    TO  RC-CNT-REJECTED.
