      ******************************************************************
      *  evacuation muster - unaccounted-for report.  reads the roll
      *  built by aws_cobol_muster.cbl, as marked up so far by the
      *  door's "MU" requests from the assembly points, and lists
      *  everyone not yet accounted for.  vips come first, then
      *  staff, speakers, general invitees, supervisor-override
      *  walk-ins and named guests last - within each, by the station
      *  they came in through, then by name.  the roll is only read,
      *  so the report can be rerun as often as the incident
      *  commander asks while the marshals keep marking.
      *
      *  a missing party's unnamed guests are shown on its line and
      *  counted into the missing headcount; an accounted party is
      *  taken to have brought its unnamed guests out with it.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 aws_cobol_muster_rpt.
       AUTHOR.                     kazuOji.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  MUSTER-FILE     ASSIGN  TO  DYNAMIC  MU-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  MU-KEY
                                    FILE   STATUS  IS  MU-FILE-STATUS.
           SELECT  SORT-WORK       ASSIGN  TO  "SORTWORK".
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
      *    muster roll - one row per person inside when the roll was
      *    built (I = invitee, O = supervisor override, G = named
      *    guest), keyed on the party's folded roster key.
       FD  MUSTER-FILE
           LABEL   RECORD      IS  STANDARD.
       01  MUSTER-REC.
           03  MU-KEY.
               05  MU-TYPE              PIC  X(01).
               05  MU-LNAME             PIC  X(10).
               05  MU-BYEAR             PIC  9(4).
               05  MU-BMONTH            PIC  99.
               05  MU-BDAY              PIC  99.
               05  MU-SEQ               PIC  9(02).
           03  MU-PERSON-FNAME         PIC  X(10).
           03  MU-PERSON-LNAME         PIC  X(10).
           03  MU-TIER                 PIC  X(01).
           03  MU-STATION-ID           PIC  X(4).
           03  MU-SESSION-NO           PIC  9(01).
           03  MU-ARRIVE-TS            PIC  X(14).
           03  MU-UNNAMED-GUESTS       PIC  9(02).
           03  MU-ACCOUNTED            PIC  X(01).
           03  MU-ACCOUNTED-TS         PIC  X(14).
           03  MU-ACCOUNTED-AT         PIC  X(4).

      *    the people still missing, in the order the search teams
      *    want them.
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           03  SRT-PRIORITY            PIC  9(01).
           03  SRT-STATION-ID          PIC  X(4).
           03  SRT-PERSON-LNAME        PIC  X(10).
           03  SRT-PERSON-FNAME        PIC  X(10).
           03  SRT-TYPE                PIC  X(01).
           03  SRT-TIER                PIC  X(01).
           03  SRT-ARRIVE-TS           PIC  X(14).
           03  SRT-UNNAMED-GUESTS      PIC  9(02).
           03  SRT-PARTY-LNAME         PIC  X(10).

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
       01  MU-FILE-NAME                PIC  X(40).
       01  MU-FILE-STATUS              PIC X(02).
       01  EM-FILE-NAME                PIC  X(40)
                                        VALUE "EVENT_MASTER.dat".
       01  EM-FILE-STATUS              PIC X(02).

       01  ROLL-SESSION-N              PIC 9(01)   VALUE   ZERO.
       01  PRV-PRIORITY                PIC 9(01)   VALUE   ZERO.
       01  FIRST-REC-SW                PIC 9(01)   VALUE   ZERO.
       01  DSP-GROUP                   PIC  X(20).
       01  DSP-STATION-ID              PIC  X(4).
       01  DSP-ARRIVE                  PIC  X(5).

       01  CNT-ON-ROLL                 PIC 9(06)   VALUE ZERO.
       01  CNT-ACCOUNTED               PIC 9(06)   VALUE ZERO.
       01  CNT-MISSING                 PIC 9(06)   VALUE ZERO.
       01  CNT-MISSING-VIP             PIC 9(06)   VALUE ZERO.
       01  CNT-MISSING-STAFF           PIC 9(06)   VALUE ZERO.
       01  CNT-UNNAMED-MISSING         PIC 9(06)   VALUE ZERO.
       01  CNT-HEADS-MISSING           PIC 9(06)   VALUE ZERO.
       01  CNT-GROUP                   PIC 9(06)   VALUE ZERO.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "MUSTRPT".
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
           DISPLAY "EVACUATION MUSTER - UNACCOUNTED FOR".
           DISPLAY "EVENT ID: " EVT-ID.

           OPEN    INPUT           MUSTER-FILE.
           IF  MU-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN MUSTER FILE " MU-FILE-NAME
                       " STATUS " MU-FILE-STATUS
                       " - RUN aws_cobol_muster FIRST"
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           SORT    SORT-WORK
               ON  ASCENDING KEY   SRT-PRIORITY
               ON  ASCENDING KEY   SRT-STATION-ID
               ON  ASCENDING KEY   SRT-PERSON-LNAME
               ON  ASCENDING KEY   SRT-PERSON-FNAME
               INPUT   PROCEDURE IS RELEASE-MISSING
               OUTPUT  PROCEDURE IS PRINT-MISSING.

           CLOSE   MUSTER-FILE.
           PERFORM PRINT-TOTALS.
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
               MOVE    "MUSTER.dat"        TO  MU-FILE-NAME
           ELSE
               STRING  "MUSTER_"                  DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO MU-FILE-NAME
           END-IF.

      *    the event id must exist in the event master.  no master
      *    file at all is the pre-master deployment and validates
      *    nothing; a blank event id is the legacy single-file setup.
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

      *    priority: 1 vip, 2 staff, 3 speaker, 4 general invitee,
      *    5 supervisor override, 6 named guest.
       RELEASE-MISSING.
           MOVE    ZERO            TO  SW-END.
           PERFORM UNTIL SW-END = CNS-ON
               READ    MUSTER-FILE     NEXT
                   AT END  MOVE    CNS-ON  TO  SW-END
                   NOT AT END  PERFORM RELEASE-ONE-ROW
               END-READ
           END-PERFORM.

       RELEASE-ONE-ROW.
           ADD     1               TO  CNT-ON-ROLL.
           MOVE    MU-SESSION-NO   TO  ROLL-SESSION-N.
           IF  MU-ACCOUNTED = "Y"
               ADD     1               TO  CNT-ACCOUNTED
           ELSE
               ADD     1               TO  CNT-MISSING
               EVALUATE TRUE
                   WHEN MU-TYPE = "G"
                       MOVE    6               TO  SRT-PRIORITY
                   WHEN MU-TYPE = "O"
                       MOVE    5               TO  SRT-PRIORITY
                   WHEN MU-TIER = "V"
                       MOVE    1               TO  SRT-PRIORITY
                       ADD     1               TO  CNT-MISSING-VIP
                   WHEN MU-TIER = "T"
                       MOVE    2               TO  SRT-PRIORITY
                       ADD     1               TO  CNT-MISSING-STAFF
                   WHEN MU-TIER = "S"
                       MOVE    3               TO  SRT-PRIORITY
                   WHEN OTHER
                       MOVE    4               TO  SRT-PRIORITY
               END-EVALUATE
               MOVE    MU-STATION-ID   TO  SRT-STATION-ID
               MOVE    MU-PERSON-LNAME TO  SRT-PERSON-LNAME
               MOVE    MU-PERSON-FNAME TO  SRT-PERSON-FNAME
               MOVE    MU-TYPE         TO  SRT-TYPE
               MOVE    MU-TIER         TO  SRT-TIER
               MOVE    MU-ARRIVE-TS    TO  SRT-ARRIVE-TS
               MOVE    MU-UNNAMED-GUESTS   TO  SRT-UNNAMED-GUESTS
               MOVE    MU-LNAME        TO  SRT-PARTY-LNAME
               ADD     MU-UNNAMED-GUESTS   TO  CNT-UNNAMED-MISSING
               RELEASE SORT-WORK-REC
           END-IF.

       PRINT-MISSING.
           MOVE    ZERO            TO  SW-END.
           MOVE    ZERO            TO  FIRST-REC-SW.
           PERFORM UNTIL SW-END = CNS-ON
               RETURN  SORT-WORK
                   AT END
                       MOVE    CNS-ON  TO  SW-END
                       IF  FIRST-REC-SW = CNS-ON
                           PERFORM END-PRIORITY-GROUP
                       END-IF
                   NOT AT END  PERFORM PRINT-ONE-MISSING
               END-RETURN
           END-PERFORM.

       PRINT-ONE-MISSING.
           IF  FIRST-REC-SW NOT = CNS-ON
               MOVE    CNS-ON          TO  FIRST-REC-SW
               PERFORM START-PRIORITY-GROUP
           ELSE
               IF  SRT-PRIORITY NOT = PRV-PRIORITY
                   PERFORM END-PRIORITY-GROUP
                   PERFORM START-PRIORITY-GROUP
               END-IF
           END-IF.
           ADD     1               TO  CNT-GROUP.
           IF  SRT-STATION-ID = SPACES
               MOVE    "----"          TO  DSP-STATION-ID
           ELSE
               MOVE    SRT-STATION-ID  TO  DSP-STATION-ID
           END-IF.
           MOVE    SPACES          TO  DSP-ARRIVE.
           STRING  SRT-ARRIVE-TS ( 9 : 2 )     DELIMITED BY SIZE
                   ":"                         DELIMITED BY SIZE
                   SRT-ARRIVE-TS ( 11 : 2 )    DELIMITED BY SIZE
                   INTO DSP-ARRIVE.
           EVALUATE TRUE
               WHEN SRT-TYPE = "G"
                   DISPLAY "  " DSP-STATION-ID " " SRT-PERSON-FNAME
                           " " SRT-PERSON-LNAME " IN " DSP-ARRIVE
                           " GUEST OF " SRT-PARTY-LNAME
               WHEN SRT-UNNAMED-GUESTS > ZERO
                   DISPLAY "  " DSP-STATION-ID " " SRT-PERSON-FNAME
                           " " SRT-PERSON-LNAME " IN " DSP-ARRIVE
                           " +" SRT-UNNAMED-GUESTS " UNNAMED GUESTS"
               WHEN OTHER
                   DISPLAY "  " DSP-STATION-ID " " SRT-PERSON-FNAME
                           " " SRT-PERSON-LNAME " IN " DSP-ARRIVE
           END-EVALUATE.

       START-PRIORITY-GROUP.
           MOVE    SRT-PRIORITY    TO  PRV-PRIORITY.
           MOVE    ZERO            TO  CNT-GROUP.
           EVALUATE SRT-PRIORITY
               WHEN 1
                   MOVE    "VIP"                   TO  DSP-GROUP
               WHEN 2
                   MOVE    "STAFF"                 TO  DSP-GROUP
               WHEN 3
                   MOVE    "SPEAKER"               TO  DSP-GROUP
               WHEN 4
                   MOVE    "GENERAL"               TO  DSP-GROUP
               WHEN 5
                   MOVE    "OVERRIDE ADMISSION"    TO  DSP-GROUP
               WHEN OTHER
                   MOVE    "NAMED GUEST"           TO  DSP-GROUP
           END-EVALUATE.
           DISPLAY "MISSING - " DSP-GROUP.
           DISPLAY "  STN  NAME                  ARRIVED".

       END-PRIORITY-GROUP.
           DISPLAY "  " DSP-GROUP " MISSING: " CNT-GROUP.

       PRINT-TOTALS.
           COMPUTE CNT-HEADS-MISSING =
                   CNT-MISSING + CNT-UNNAMED-MISSING.
           IF  CNT-MISSING = ZERO
               DISPLAY "EVERYONE ON THE ROLL IS ACCOUNTED FOR"
           END-IF.
           DISPLAY "ROLL SESSION:          " ROLL-SESSION-N.
           DISPLAY "NAMED ON THE ROLL:     " CNT-ON-ROLL.
           DISPLAY "ACCOUNTED FOR:         " CNT-ACCOUNTED.
           DISPLAY "STILL MISSING:         " CNT-MISSING.
           DISPLAY "  OF WHOM VIP:         " CNT-MISSING-VIP.
           DISPLAY "  OF WHOM STAFF:       " CNT-MISSING-STAFF.
           DISPLAY "UNNAMED GUESTS MISSING:" CNT-UNNAMED-MISSING.
           DISPLAY "TOTAL HEADS MISSING:   " CNT-HEADS-MISSING.

       RUN-CONTROL-COUNTS.
           MOVE    CNT-ON-ROLL     TO  RC-CNT-READ.
           MOVE    CNT-MISSING     TO  RC-CNT-WRITTEN.
           MOVE    ZERO            TO  RC-CNT-REJECTED.

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
