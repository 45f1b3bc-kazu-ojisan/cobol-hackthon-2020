      ******************************************************************
      *  post-event organization billing report.  reads an event's
      *  organization master against its roster and shows, for each
      *  sponsoring organization or delegation, the seats it was
      *  allocated, how many of its people registered, how many were
      *  admitted (to any session) and how many did not come - then
      *  the unused seats (allocated but not attended) and the excess
      *  (attended beyond the allocation) that finance invoices or
      *  credits, with the billing contact beside them.
      *
      *  seats are people, not parties: a delegate's plus-ones are
      *  on the delegate's own invitation and are not counted against
      *  the organization.  a roster row naming an organization that
      *  is not on the master (deleted after the feed was applied)
      *  still reports, as an unknown organization with no seats, so
      *  its attendees are never silently left off the invoice run.
      *
      *  the same figures go to ORG_BILLING_<event>.csv for finance,
      *  comma delimited:
      *      H,<event id>,<event name>,<run date>
      *      D,<org>,<org name>,<allocated>,<registered>,<attended>,
      *        <no-shows>,<unused>,<excess>,<billing name>,
      *        <billing email>,<billing phone>
      *      T,<detail count>,<total records>
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 aws_cobol_org_rpt.
       AUTHOR.                     kazuOji.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  INVITEE-LIST    ASSIGN  TO  DYNAMIC  EVT-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  IL-KEY
                                    FILE   STATUS  IS  IL-FILE-STATUS.
           SELECT  ORG-MASTER      ASSIGN  TO  DYNAMIC  OM-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  OM-ORG-CD
                                    FILE   STATUS  IS  OM-FILE-STATUS.
           SELECT  BILLING-FILE    ASSIGN  TO  DYNAMIC  BIL-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  BIL-FILE-STATUS.
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
       FD  INVITEE-LIST
           LABEL   RECORD      IS  STANDARD.
       01  INVITEE-LIST-REC.
           03  IL-FNAME                PIC  X(10).
           03  IL-KEY.
               05  IL-LNAME             PIC  X(10).
               05  IL-BYEAR             PIC  9(4).
               05  IL-BMONTH            PIC  99.
               05  IL-BDAY              PIC  99.
           03  IL-CHECKED-IN           PIC  X(01).
           03  IL-GUESTS                PIC  9(02).
           03  IL-TIER                 PIC  X(01).
      *        per-session check-in status for multi-day events, one
      *        byte per session day.  IL-CHECKED-IN above stays the
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

      *    organization master - seat allocation, billing contact and
      *    delegation lead, maintained by aws_cobol_org.cbl.
       FD  ORG-MASTER
           LABEL   RECORD      IS  STANDARD.
       01  ORG-MASTER-REC.
           03  OM-ORG-CD               PIC  X(06).
           03  OM-ORG-NAME             PIC  X(30).
           03  OM-SEATS                PIC  9(05).
           03  OM-BILL-NAME            PIC  X(30).
           03  OM-BILL-EMAIL           PIC  X(40).
           03  OM-BILL-PHONE           PIC  X(15).
           03  OM-LEAD-KEY.
               05  OM-LEAD-LNAME        PIC  X(10).
               05  OM-LEAD-BYEAR        PIC  9(4).
               05  OM-LEAD-BMONTH       PIC  99.
               05  OM-LEAD-BDAY         PIC  99.

       FD  BILLING-FILE
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  BILLING-REC                 PIC  X(200).

      *    event master - one row per event, maintained by
      *    aws_cobol_evt.cbl.  consulted to refuse an event id that
      *    is not in it, and for the event name on the header.
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
       01  EVT-NAME                    PIC  X(30)  VALUE   SPACES.
       01  EVT-FILE-NAME               PIC  X(40).
       01  OM-FILE-NAME                PIC  X(40).
       01  BIL-FILE-NAME               PIC  X(40).
       01  EM-FILE-NAME                PIC  X(40)
                                        VALUE "EVENT_MASTER.dat".
       01  IL-FILE-STATUS              PIC X(02).
       01  OM-FILE-STATUS              PIC X(02).
       01  BIL-FILE-STATUS             PIC X(02).
       01  EM-FILE-STATUS              PIC X(02).

       01  LIST-DATA.
           03  LST-FNAME               PIC  X(10).
           03  LST-LNAME               PIC  X(10).
           03  LST-BYEAR               PIC  9(4).
           03  LST-BMONTH              PIC  Z9.
           03  LST-BDAY                PIC  Z9.
           03  LST-CHECKED-IN          PIC  X(01).
           03  LST-GUESTS               PIC  9(02).
           03  LST-TIER                PIC  X(01).
           03  LST-SESS-FLAGS.
               05  LST-SESS-CHECKED-IN  PIC  X(01)  OCCURS 7 TIMES.
           03  LST-ADMIT-CD            PIC  X(08).
           03  LST-ORG-CD              PIC  X(06).

      *    one entry per organization - the master's rows first, in
      *    code order, then any unknown codes met on the roster.
       01  ORG-TABLE.
           03  ORT-ENTRY               OCCURS 500 TIMES.
               05  ORT-ORG-CD           PIC  X(06).
               05  ORT-ORG-NAME         PIC  X(30).
               05  ORT-SEATS            PIC  9(05).
               05  ORT-BILL-NAME        PIC  X(30).
               05  ORT-BILL-EMAIL       PIC  X(40).
               05  ORT-BILL-PHONE       PIC  X(15).
               05  ORT-REGISTERED       PIC  9(05).
               05  ORT-ATTENDED         PIC  9(05).
       01  ORT-USED                    PIC 9(03)   VALUE   ZERO.
       01  ORT-IDX                     PIC 9(03)   VALUE   ZERO.
       01  ORT-FOUND-IDX               PIC 9(03)   VALUE   ZERO.

      *    one organization's billing figures.
       01  WS-NO-SHOWS                 PIC 9(05)   VALUE   ZERO.
       01  WS-UNUSED                   PIC 9(05)   VALUE   ZERO.
       01  WS-EXCESS                   PIC 9(05)   VALUE   ZERO.
       01  DTL-SEATS-DSP               PIC  9(05).
       01  DTL-REGD-DSP                PIC  9(05).
       01  DTL-ATTD-DSP                PIC  9(05).
       01  DTL-NOSHOW-DSP              PIC  9(05).
       01  DTL-UNUSED-DSP              PIC  9(05).
       01  DTL-EXCESS-DSP              PIC  9(05).
       01  WS-RUN-DATE                 PIC  9(8).

       01  PRT-LINE.
           03  PRT-ORG-CD              PIC  X(06).
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-ORG-NAME            PIC  X(30).
           03  PRT-SEATS               PIC  ZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-REGD                PIC  ZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-ATTD                PIC  ZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-NOSHOW              PIC  ZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-UNUSED              PIC  ZZZZ9.
           03  FILLER                  PIC  X(01)  VALUE SPACE.
           03  PRT-EXCESS              PIC  ZZZZ9.

       01  CNT-ROSTER-RECS             PIC 9(06)   VALUE ZERO.
       01  CNT-INDIVIDUALS             PIC 9(06)   VALUE ZERO.
       01  CNT-UNKNOWN-ORGS            PIC 9(04)   VALUE ZERO.
       01  CNT-OVERFLOW                PIC 9(06)   VALUE ZERO.
       01  TOT-SEATS                   PIC 9(07)   VALUE ZERO.
       01  TOT-REGISTERED              PIC 9(07)   VALUE ZERO.
       01  TOT-ATTENDED                PIC 9(07)   VALUE ZERO.
       01  TOT-NO-SHOWS                PIC 9(07)   VALUE ZERO.
       01  TOT-UNUSED                  PIC 9(07)   VALUE ZERO.
       01  TOT-EXCESS                  PIC 9(07)   VALUE ZERO.
       01  CNT-DETAILS                 PIC 9(06)   VALUE ZERO.
       01  CNT-TOTAL-RECS              PIC 9(06)   VALUE ZERO.
       01  CNT-DETAILS-DSP             PIC  9(06).
       01  CNT-TOTAL-DSP               PIC  9(06).

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "ORGRPT".
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
           DISPLAY "ORGANIZATION BILLING REPORT".
           DISPLAY "EVENT ID: " EVT-ID.

           PERFORM OPEN-FILES.
           PERFORM LOAD-ORG-TABLE.
           PERFORM TALLY-ROSTER.
           PERFORM WRITE-HEADER.
           DISPLAY "ORG    ORGANIZATION                   ALLOC  REGD"
                   "  ATTD NOSHW UNUSD EXCSS".
           PERFORM VARYING ORT-IDX FROM 1 BY 1
                   UNTIL ORT-IDX > ORT-USED
               PERFORM REPORT-ONE-ORG
           END-PERFORM.
           PERFORM WRITE-TRAILER.
           PERFORM PRINT-TOTALS.

           CLOSE   BILLING-FILE.
           CLOSE   INVITEE-LIST.
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
               MOVE    "INVITEE_LIST.dat"  TO  EVT-FILE-NAME
               MOVE    "ORG_MASTER.dat"    TO  OM-FILE-NAME
               MOVE    "ORG_BILLING.csv"   TO  BIL-FILE-NAME
           ELSE
               STRING  "INVITEE_LIST_"            DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO EVT-FILE-NAME
               STRING  "ORG_MASTER_"              DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO OM-FILE-NAME
               STRING  "ORG_BILLING_"             DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".csv"                     DELIMITED BY SIZE
                       INTO BIL-FILE-NAME
           END-IF.

      *    the event id must exist in the event master - a typo'd id
      *    would otherwise hand finance an empty invoice run that
      *    looks whole.  the master row also supplies the event name
      *    for the header.  no master file at all is the pre-master
      *    deployment and validates nothing; a blank event id is the
      *    legacy single-file setup.
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
                       NOT INVALID KEY
                           MOVE    EM-EVT-NAME     TO  EVT-NAME
                   END-READ
                   CLOSE   EVENT-MASTER
               END-IF
           END-IF.

      *    the roster is required - without it every seat would bill
      *    as unused.  the billing file is rebuilt whole on every run.
       OPEN-FILES.
           OPEN    INPUT           INVITEE-LIST.
           IF  IL-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ROSTER " EVT-FILE-NAME
                       " STATUS " IL-FILE-STATUS
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           OPEN    OUTPUT          BILLING-FILE.
           IF  BIL-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN BILLING FILE " BIL-FILE-NAME
                       " STATUS " BIL-FILE-STATUS
               CLOSE   INVITEE-LIST
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

      *    no organization master is an event that sold no
      *    organization seats - any organization codes on its roster
      *    still report, as unknown.
       LOAD-ORG-TABLE.
           MOVE    ZERO            TO  ORT-USED.
           OPEN    INPUT           ORG-MASTER.
           IF  OM-FILE-STATUS NOT = "00"
               DISPLAY "NO ORGANIZATION MASTER (" OM-FILE-NAME
                       ") - NO SEATS ALLOCATED"
           ELSE
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    ORG-MASTER      NEXT
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END
                           IF  ORT-USED < 500
                               ADD     1               TO  ORT-USED
                               PERFORM MOVE-MASTER-TO-TABLE
                           ELSE
                               ADD     1               TO  CNT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   ORG-MASTER
           END-IF.

       MOVE-MASTER-TO-TABLE.
           MOVE    OM-ORG-CD       TO  ORT-ORG-CD     ( ORT-USED ).
           MOVE    OM-ORG-NAME     TO  ORT-ORG-NAME   ( ORT-USED ).
           MOVE    OM-SEATS        TO  ORT-SEATS      ( ORT-USED ).
           MOVE    OM-BILL-NAME    TO  ORT-BILL-NAME  ( ORT-USED ).
           MOVE    OM-BILL-EMAIL   TO  ORT-BILL-EMAIL ( ORT-USED ).
           MOVE    OM-BILL-PHONE   TO  ORT-BILL-PHONE ( ORT-USED ).
           MOVE    ZERO            TO  ORT-REGISTERED ( ORT-USED ).
           MOVE    ZERO            TO  ORT-ATTENDED   ( ORT-USED ).

      *    every roster row is a registration; one flagged as
      *    admitted to any session is an attendance.
       TALLY-ROSTER.
           MOVE    ZERO            TO  SW-END.
           PERFORM UNTIL SW-END = CNS-ON
               READ    INVITEE-LIST   NEXT    INTO    LIST-DATA
                   AT END  MOVE    CNS-ON  TO  SW-END
                   NOT AT END
                       ADD     1               TO  CNT-ROSTER-RECS
                       IF  LST-ORG-CD = SPACES
                           ADD     1               TO  CNT-INDIVIDUALS
                       ELSE
                           PERFORM TALLY-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-MEMBER.
           MOVE    ZERO            TO  ORT-FOUND-IDX.
           PERFORM VARYING ORT-IDX FROM 1 BY 1
                   UNTIL ORT-IDX > ORT-USED OR ORT-FOUND-IDX > ZERO
               IF  ORT-ORG-CD ( ORT-IDX ) = LST-ORG-CD
                   MOVE    ORT-IDX         TO  ORT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF  ORT-FOUND-IDX = ZERO
               IF  ORT-USED < 500
                   ADD     1               TO  ORT-USED
                   ADD     1               TO  CNT-UNKNOWN-ORGS
                   MOVE    ORT-USED        TO  ORT-FOUND-IDX
                   PERFORM ADD-UNKNOWN-ORG
               ELSE
                   ADD     1               TO  CNT-OVERFLOW
               END-IF
           END-IF.
           IF  ORT-FOUND-IDX > ZERO
               ADD     1               TO  ORT-REGISTERED
                                               ( ORT-FOUND-IDX )
               IF  LST-CHECKED-IN = "Y"
                   ADD     1               TO  ORT-ATTENDED
                                               ( ORT-FOUND-IDX )
               END-IF
           END-IF.

       ADD-UNKNOWN-ORG.
           MOVE    LST-ORG-CD      TO  ORT-ORG-CD     ( ORT-USED ).
           MOVE    "UNKNOWN ORGANIZATION"
                                   TO  ORT-ORG-NAME   ( ORT-USED ).
           MOVE    ZERO            TO  ORT-SEATS      ( ORT-USED ).
           MOVE    SPACES          TO  ORT-BILL-NAME  ( ORT-USED ).
           MOVE    SPACES          TO  ORT-BILL-EMAIL ( ORT-USED ).
           MOVE    SPACES          TO  ORT-BILL-PHONE ( ORT-USED ).
           MOVE    ZERO            TO  ORT-REGISTERED ( ORT-USED ).
           MOVE    ZERO            TO  ORT-ATTENDED   ( ORT-USED ).

       WRITE-HEADER.
           ACCEPT  WS-RUN-DATE     FROM DATE YYYYMMDD.
           MOVE    SPACES          TO  BILLING-REC.
           STRING  "H,"                            DELIMITED BY SIZE
                   FUNCTION TRIM ( EVT-ID )        DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   FUNCTION TRIM ( EVT-NAME )      DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   WS-RUN-DATE                     DELIMITED BY SIZE
                   INTO BILLING-REC.
           WRITE   BILLING-REC.
           ADD     1               TO  CNT-TOTAL-RECS.

      *    unused and excess are both measured against attendance -
      *    a registered no-show still leaves the seat unused.
       REPORT-ONE-ORG.
           COMPUTE WS-NO-SHOWS = ORT-REGISTERED ( ORT-IDX )
                               - ORT-ATTENDED ( ORT-IDX ).
           MOVE    ZERO            TO  WS-UNUSED
                                       WS-EXCESS.
           IF  ORT-SEATS ( ORT-IDX ) > ORT-ATTENDED ( ORT-IDX )
               COMPUTE WS-UNUSED = ORT-SEATS ( ORT-IDX )
                                 - ORT-ATTENDED ( ORT-IDX )
           ELSE
               COMPUTE WS-EXCESS = ORT-ATTENDED ( ORT-IDX )
                                 - ORT-SEATS ( ORT-IDX )
           END-IF.

           MOVE    ORT-ORG-CD ( ORT-IDX )      TO  PRT-ORG-CD.
           MOVE    ORT-ORG-NAME ( ORT-IDX )    TO  PRT-ORG-NAME.
           MOVE    ORT-SEATS ( ORT-IDX )       TO  PRT-SEATS.
           MOVE    ORT-REGISTERED ( ORT-IDX )  TO  PRT-REGD.
           MOVE    ORT-ATTENDED ( ORT-IDX )    TO  PRT-ATTD.
           MOVE    WS-NO-SHOWS                 TO  PRT-NOSHOW.
           MOVE    WS-UNUSED                   TO  PRT-UNUSED.
           MOVE    WS-EXCESS                   TO  PRT-EXCESS.
           DISPLAY PRT-LINE.
           IF  ORT-BILL-NAME ( ORT-IDX ) NOT = SPACES
               DISPLAY "       BILL TO: "
                       FUNCTION TRIM ( ORT-BILL-NAME ( ORT-IDX ) )
                       " " FUNCTION TRIM ( ORT-BILL-EMAIL ( ORT-IDX ) )
                       " " FUNCTION TRIM ( ORT-BILL-PHONE ( ORT-IDX ) )
           END-IF.

           ADD     ORT-SEATS ( ORT-IDX )       TO  TOT-SEATS.
           ADD     ORT-REGISTERED ( ORT-IDX )  TO  TOT-REGISTERED.
           ADD     ORT-ATTENDED ( ORT-IDX )    TO  TOT-ATTENDED.
           ADD     WS-NO-SHOWS                 TO  TOT-NO-SHOWS.
           ADD     WS-UNUSED                   TO  TOT-UNUSED.
           ADD     WS-EXCESS                   TO  TOT-EXCESS.

           PERFORM WRITE-ONE-DETAIL.

       WRITE-ONE-DETAIL.
           MOVE    ORT-SEATS ( ORT-IDX )       TO  DTL-SEATS-DSP.
           MOVE    ORT-REGISTERED ( ORT-IDX )  TO  DTL-REGD-DSP.
           MOVE    ORT-ATTENDED ( ORT-IDX )    TO  DTL-ATTD-DSP.
           MOVE    WS-NO-SHOWS                 TO  DTL-NOSHOW-DSP.
           MOVE    WS-UNUSED                   TO  DTL-UNUSED-DSP.
           MOVE    WS-EXCESS                   TO  DTL-EXCESS-DSP.
           MOVE    SPACES          TO  BILLING-REC.
           STRING  "D,"                            DELIMITED BY SIZE
                   FUNCTION TRIM ( ORT-ORG-CD ( ORT-IDX ) )
                                                   DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   FUNCTION TRIM ( ORT-ORG-NAME ( ORT-IDX ) )
                                                   DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   DTL-SEATS-DSP                   DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   DTL-REGD-DSP                    DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   DTL-ATTD-DSP                    DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   DTL-NOSHOW-DSP                  DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   DTL-UNUSED-DSP                  DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   DTL-EXCESS-DSP                  DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   FUNCTION TRIM ( ORT-BILL-NAME ( ORT-IDX ) )
                                                   DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   FUNCTION TRIM ( ORT-BILL-EMAIL ( ORT-IDX ) )
                                                   DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   FUNCTION TRIM ( ORT-BILL-PHONE ( ORT-IDX ) )
                                                   DELIMITED BY SIZE
                   INTO BILLING-REC.
           WRITE   BILLING-REC.
           ADD     1               TO  CNT-DETAILS.
           ADD     1               TO  CNT-TOTAL-RECS.

       WRITE-TRAILER.
           ADD     1               TO  CNT-TOTAL-RECS.
           MOVE    CNT-DETAILS     TO  CNT-DETAILS-DSP.
           MOVE    CNT-TOTAL-RECS  TO  CNT-TOTAL-DSP.
           MOVE    SPACES          TO  BILLING-REC.
           STRING  "T,"                            DELIMITED BY SIZE
                   CNT-DETAILS-DSP                 DELIMITED BY SIZE
                   ","                             DELIMITED BY SIZE
                   CNT-TOTAL-DSP                   DELIMITED BY SIZE
                   INTO BILLING-REC.
           WRITE   BILLING-REC.

       PRINT-TOTALS.
           DISPLAY "ROSTER ROWS READ:    " CNT-ROSTER-RECS.
           DISPLAY "INDIVIDUALS:         " CNT-INDIVIDUALS.
           DISPLAY "ORGANIZATIONS:       " CNT-DETAILS.
           DISPLAY "UNKNOWN ORGS:        " CNT-UNKNOWN-ORGS.
           IF  CNT-OVERFLOW > ZERO
               DISPLAY "NOT REPORTED (TABLE FULL): " CNT-OVERFLOW
           END-IF.
           DISPLAY "SEATS ALLOCATED:     " TOT-SEATS.
           DISPLAY "REGISTERED:          " TOT-REGISTERED.
           DISPLAY "ATTENDED:            " TOT-ATTENDED.
           DISPLAY "NO-SHOWS:            " TOT-NO-SHOWS.
           DISPLAY "UNUSED SEATS:        " TOT-UNUSED.
           DISPLAY "EXCESS SEATS:        " TOT-EXCESS.
           DISPLAY "BILLING FILE:        " BIL-FILE-NAME.

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
           MOVE    CNT-ROSTER-RECS TO  RC-CNT-READ.
           MOVE    CNT-DETAILS     TO  RC-CNT-WRITTEN.
           MOVE    CNT-OVERFLOW    TO  RC-CNT-REJECTED.
