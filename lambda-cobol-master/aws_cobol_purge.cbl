      ******************************************************************
      *  retention purge of archived events.  door data is kept for
      *  90 days after an event ends; after that the first names and
      *  birth dates in the event's archive (ARCHIVE_<event>.dat,
      *  written by aws_cobol_arch.cbl) are blanked.  every record
      *  stays where it was, so the manifest and trailer counts the
      *  reports need still add up.
      *
      *  security alerts are held back: every security alert record,
      *  and every audit record for the same person (last name and
      *  birth date), is left as it was archived.
      *
      *  the run walks the whole event master and takes every event
      *  archived (status A) whose retention date has passed.  each
      *  archive is rewritten through a work file, and the event is
      *  marked purged (status P) with the date.  an event whose
      *  archive is missing or unreadable is reported and left at A
      *  for the next run.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 aws_cobol_purge.
       AUTHOR.                     kazuOji.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ARCHIVE-FILE    ASSIGN  TO  DYNAMIC  ARC-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  ARC-FILE-STATUS.
           SELECT  WORK-FILE       ASSIGN  TO  DYNAMIC  WRK-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  WRK-FILE-STATUS.
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
      *    the event archive - header, manifest, data and trailer
      *    records, told apart by the record type in column one.
       FD  ARCHIVE-FILE
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  ARCHIVE-REC.
           03  AR-REC-TYPE             PIC  X(01).
           03  AR-FILE-NO              PIC  9(02).
           03  AR-DATA                 PIC  X(150).
       01  ARCHIVE-HDR-REC.
           03  AH-REC-TYPE             PIC  X(01).
           03  FILLER                  PIC  X(02).
           03  AH-EVT-ID               PIC  X(9).
           03  AH-ARCH-DATE            PIC  9(8).
           03  AH-FILE-CNT             PIC  9(02).
      *        A = archived, P = personal data purged.
           03  AH-STATUS               PIC  X(01).
           03  AH-PURGE-DATE           PIC  9(8).
           03  FILLER                  PIC  X(122).
       01  ARCHIVE-MAN-REC.
           03  AM-REC-TYPE             PIC  X(01).
           03  AM-FILE-NO              PIC  9(02).
           03  AM-FILE-NAME            PIC  X(40).
           03  AM-FILE-KIND            PIC  X(4).
           03  AM-FOUND                PIC  X(01).
           03  AM-REC-CNT              PIC  9(07).
           03  FILLER                  PIC  X(98).
       01  ARCHIVE-TRL-REC.
           03  AT-REC-TYPE             PIC  X(01).
           03  FILLER                  PIC  X(02).
           03  AT-DATA-CNT             PIC  9(07).
           03  AT-HELD-CNT             PIC  9(07).
           03  FILLER                  PIC  X(136).

      *    the purged archive as it is being built, copied back over
      *    the archive once it is complete.
       FD  WORK-FILE
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  WORK-REC                    PIC  X(153).

      *    event master - one row per event, maintained by
      *    aws_cobol_evt.cbl.  the purge status and date are set
      *    here.
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
       01  EM-END-SW                   PIC 9(01)   VALUE   ZERO.
       01  CNS-ON                      PIC 9(01)   VALUE   1.

       01  ARC-FILE-NAME               PIC  X(40).
       01  WRK-FILE-NAME               PIC  X(40).
       01  EM-FILE-NAME                PIC  X(40)
                                        VALUE "EVENT_MASTER.dat".
       01  ARC-FILE-STATUS             PIC X(02).
       01  WRK-FILE-STATUS             PIC X(02).
       01  EM-FILE-STATUS              PIC X(02).

      *    days door data is kept after the event's last day.
       01  RETAIN-DAYS                 PIC 9(03)   VALUE 90.
       01  WS-TODAY                    PIC 9(8).
       01  RETAIN-BASE-DATE            PIC 9(8).
       01  RETAIN-UNTIL-DATE           PIC 9(8).

      *    the kind of each archived file, by its manifest number.
       01  FK-TABLE.
           03  FK-KIND                 PIC  X(4)   OCCURS 60 TIMES.
       01  FK-CUR                      PIC 9(02).

      *    last name and birth date of everyone with a security alert
      *    against them at this event.
       01  SEC-TABLE.
           03  SEC-ENTRY               OCCURS 500 TIMES
                                        INDEXED BY SEC-IDX.
               05  SEC-PERSON           PIC  X(18).
       01  SEC-USED                    PIC 9(03)   VALUE ZERO.
       01  SEC-MAX                     PIC 9(03)   VALUE 500.
      *    the door writes the alert with the last name trimmed and
      *    the audit record with it dash-padded, and the birth month
      *    and day zero-filled on one and not the other - both are
      *    brought to this one form before they are compared.
       01  SEC-PERSON-KEY.
           03  SPK-LNAME               PIC  X(10).
           03  SPK-BYEAR               PIC  X(4).
           03  SPK-BMONTH              PIC  99.
           03  SPK-BDAY                PIC  99.
       01  SPK-NAME-LEN                PIC 9(02).

      *    comma-separated files - the field to blank on a detail line.
       01  CSV-FIELD-NO                PIC 9(02).
       01  CSV-COMMAS                  PIC 9(02).
       01  CSV-POS                     PIC 9(03).

       01  ARC-BAD-SW                  PIC 9(01)   VALUE ZERO.
       01  HOLD-SW                     PIC 9(01)   VALUE ZERO.
       01  EVT-DATA-CNT                PIC 9(07)   VALUE ZERO.
       01  EVT-HELD-CNT                PIC 9(07)   VALUE ZERO.

       01  CNT-EVENTS-READ             PIC 9(05)   VALUE ZERO.
       01  CNT-EVENTS-PURGED           PIC 9(05)   VALUE ZERO.
       01  CNT-EVENTS-SKIPPED          PIC 9(05)   VALUE ZERO.
       01  CNT-RECS-PURGED             PIC 9(07)   VALUE ZERO.
       01  CNT-RECS-HELD               PIC 9(07)   VALUE ZERO.

      *    this step's run-control row, built up here and written at
      *    the start and end of the run.
       01  RC-FILE-NAME                PIC  X(40)
                                        VALUE "RUN_CONTROL.dat".
       01  RC-FILE-STATUS              PIC X(02).
       01  RC-STEP-NAME                PIC  X(08)  VALUE "PURGE".
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
           PERFORM RUN-CONTROL-START.
           DISPLAY "ARCHIVE RETENTION PURGE".
           ACCEPT  WS-TODAY        FROM DATE YYYYMMDD.
           DISPLAY "RUN DATE: " WS-TODAY "  RETENTION DAYS: "
                   RETAIN-DAYS.

           OPEN    I-O             EVENT-MASTER.
           IF  EM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN EVENT MASTER " EM-FILE-NAME
                       " STATUS " EM-FILE-STATUS " - RUN ABORTED"
               MOVE    "F"             TO  RC-STEP-STATUS
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.

           MOVE    ZERO            TO  EM-END-SW.
           PERFORM UNTIL EM-END-SW = CNS-ON
               READ    EVENT-MASTER    NEXT
                   AT END  MOVE    CNS-ON  TO  EM-END-SW
                   NOT AT END  PERFORM CHECK-ONE-EVENT
               END-READ
           END-PERFORM.
           CLOSE   EVENT-MASTER.

           PERFORM PRINT-TOTALS.
           IF  CNT-EVENTS-SKIPPED > ZERO
               MOVE    "F"             TO  RC-STEP-STATUS
           ELSE
               MOVE    "C"             TO  RC-STEP-STATUS
           END-IF.
           PERFORM RUN-CONTROL-END.
           STOP RUN.

      *    the retention clock runs from the event's last day - the
      *    first day for an event with no end date on the master.
       CHECK-ONE-EVENT.
           ADD     1               TO  CNT-EVENTS-READ.
           IF  EM-ARCH-STATUS = "A"
               IF  EM-END-DATE IS NUMERIC AND EM-END-DATE > ZERO
                   MOVE    EM-END-DATE     TO  RETAIN-BASE-DATE
               ELSE
                   MOVE    EM-START-DATE   TO  RETAIN-BASE-DATE
               END-IF
               COMPUTE RETAIN-UNTIL-DATE = FUNCTION DATE-OF-INTEGER
                       ( FUNCTION INTEGER-OF-DATE ( RETAIN-BASE-DATE )
                         + RETAIN-DAYS )
               IF  WS-TODAY > RETAIN-UNTIL-DATE
                   PERFORM PURGE-ONE-EVENT
               END-IF
           END-IF.

       PURGE-ONE-EVENT.
           MOVE    SPACES          TO  ARC-FILE-NAME.
           STRING  "ARCHIVE_"                 DELIMITED BY SIZE
                   FUNCTION TRIM ( EM-EVT-ID ) DELIMITED BY SIZE
                   ".dat"                     DELIMITED BY SIZE
                   INTO ARC-FILE-NAME.
           MOVE    SPACES          TO  WRK-FILE-NAME.
           STRING  "ARCHIVE_"                 DELIMITED BY SIZE
                   FUNCTION TRIM ( EM-EVT-ID ) DELIMITED BY SIZE
                   ".wrk"                     DELIMITED BY SIZE
                   INTO WRK-FILE-NAME.

           MOVE    ZERO            TO  ARC-BAD-SW.
           PERFORM LOAD-ARCHIVE-KEYS.
           IF  ARC-BAD-SW NOT = CNS-ON
               PERFORM WRITE-PURGED-ARCHIVE
           END-IF.
           IF  ARC-BAD-SW NOT = CNS-ON
               PERFORM REPLACE-ARCHIVE
           END-IF.

           IF  ARC-BAD-SW = CNS-ON
               ADD     1               TO  CNT-EVENTS-SKIPPED
           ELSE
               MOVE    "P"             TO  EM-ARCH-STATUS
               MOVE    WS-TODAY        TO  EM-PURGE-DATE
               REWRITE EVENT-MASTER-REC
               ADD     1               TO  CNT-EVENTS-PURGED
               ADD     EVT-DATA-CNT    TO  CNT-RECS-PURGED
               ADD     EVT-HELD-CNT    TO  CNT-RECS-HELD
               DISPLAY "  " EM-EVT-ID " PURGED   RECORDS "
                       EVT-DATA-CNT " HELD " EVT-HELD-CNT
           END-IF.

      *    first pass - the file kinds from the manifest and the
      *    people with a security alert.
       LOAD-ARCHIVE-KEYS.
           MOVE    SPACES          TO  FK-TABLE.
           MOVE    ZERO            TO  SEC-USED.
           OPEN    INPUT           ARCHIVE-FILE.
           IF  ARC-FILE-STATUS NOT = "00"
               DISPLAY "  " EM-EVT-ID " ARCHIVE " ARC-FILE-NAME
                       " MISSING - STATUS " ARC-FILE-STATUS
                       " - NOT PURGED"
               MOVE    CNS-ON          TO  ARC-BAD-SW
           ELSE
               MOVE    ZERO            TO  SW-END
               PERFORM UNTIL SW-END = CNS-ON
                   READ    ARCHIVE-FILE
                       AT END  MOVE    CNS-ON  TO  SW-END
                       NOT AT END  PERFORM LOAD-ONE-KEY
                   END-READ
               END-PERFORM
               CLOSE   ARCHIVE-FILE
           END-IF.

       LOAD-ONE-KEY.
           EVALUATE AR-REC-TYPE
               WHEN "M"
                   IF  AM-FILE-NO >= 1 AND AM-FILE-NO <= 60
                       MOVE    AM-FILE-KIND
                                       TO  FK-KIND ( AM-FILE-NO )
                   END-IF
               WHEN "D"
                   IF  AR-FILE-NO >= 1 AND AR-FILE-NO <= 60
                       IF  FK-KIND ( AR-FILE-NO ) = "SECA"
                           PERFORM NOTE-SECURITY-PERSON
                       END-IF
                   END-IF
           END-EVALUATE.

      *    a person past the table limit cannot be held back safely,
      *    so the whole event waits until the table is enlarged.
       NOTE-SECURITY-PERSON.
           PERFORM SET-PERSON-KEY.
           SET     SEC-IDX         TO  1.
           SEARCH  SEC-ENTRY
               AT END
                   IF  ARC-BAD-SW NOT = CNS-ON
                       DISPLAY "  " EM-EVT-ID " SECURITY ALERT TABLE "
                               "FULL - NOT PURGED"
                   END-IF
                   MOVE    CNS-ON          TO  ARC-BAD-SW
               WHEN SEC-IDX > SEC-USED
                   ADD     1               TO  SEC-USED
                   MOVE    SEC-PERSON-KEY  TO  SEC-PERSON ( SEC-USED )
               WHEN SEC-PERSON ( SEC-IDX ) = SEC-PERSON-KEY
                   CONTINUE
           END-SEARCH.

      *    last name 11-20 cut at its first dash and upper-cased,
      *    birth year 21-24, month 25-26 and day 27-28 as numbers.
       SET-PERSON-KEY.
           MOVE    ZERO            TO  SPK-NAME-LEN.
           INSPECT AR-DATA ( 11 : 10 ) TALLYING SPK-NAME-LEN
                   FOR CHARACTERS BEFORE INITIAL "-".
           MOVE    SPACES          TO  SPK-LNAME.
           IF  SPK-NAME-LEN > ZERO
               MOVE    AR-DATA ( 11 : SPK-NAME-LEN )  TO  SPK-LNAME
           END-IF.
           MOVE    FUNCTION UPPER-CASE ( SPK-LNAME )  TO  SPK-LNAME.
           MOVE    AR-DATA ( 21 : 4 )  TO  SPK-BYEAR.
           COMPUTE SPK-BMONTH = FUNCTION NUMVAL ( AR-DATA ( 25 : 2 ) ).
           COMPUTE SPK-BDAY   = FUNCTION NUMVAL ( AR-DATA ( 27 : 2 ) ).

      *    second pass - every record copied to the work file, with
      *    the first names and birth dates blanked where the file
      *    kind puts them.  the record counts are left untouched.
       WRITE-PURGED-ARCHIVE.
           MOVE    ZERO            TO  EVT-DATA-CNT.
           MOVE    ZERO            TO  EVT-HELD-CNT.
           OPEN    INPUT           ARCHIVE-FILE.
           IF  ARC-FILE-STATUS NOT = "00"
               DISPLAY "  " EM-EVT-ID " ARCHIVE " ARC-FILE-NAME
                       " STATUS " ARC-FILE-STATUS " - NOT PURGED"
               MOVE    CNS-ON          TO  ARC-BAD-SW
           ELSE
               OPEN    OUTPUT          WORK-FILE
               IF  WRK-FILE-STATUS NOT = "00"
                   DISPLAY "  " EM-EVT-ID " CANNOT OPEN "
                           WRK-FILE-NAME " STATUS " WRK-FILE-STATUS
                           " - NOT PURGED"
                   MOVE    CNS-ON          TO  ARC-BAD-SW
               ELSE
                   MOVE    ZERO            TO  SW-END
                   PERFORM UNTIL SW-END = CNS-ON
                       READ    ARCHIVE-FILE
                           AT END  MOVE    CNS-ON  TO  SW-END
                           NOT AT END
                               PERFORM PURGE-ONE-REC
                               WRITE   WORK-REC    FROM    ARCHIVE-REC
                       END-READ
                   END-PERFORM
                   CLOSE   WORK-FILE
               END-IF
               CLOSE   ARCHIVE-FILE
           END-IF.

       PURGE-ONE-REC.
           EVALUATE AR-REC-TYPE
               WHEN "H"
                   MOVE    "P"             TO  AH-STATUS
                   MOVE    WS-TODAY        TO  AH-PURGE-DATE
               WHEN "T"
                   MOVE    EVT-HELD-CNT    TO  AT-HELD-CNT
               WHEN "D"
                   ADD     1               TO  EVT-DATA-CNT
                   PERFORM BLANK-PERSONAL-DATA
           END-EVALUATE.

      *    where each kind keeps its first name and birth date:
      *        roster, check-in, audit, check-out, waitlist and the
      *        station check-in logs - first name 1-10, birth date
      *        21-28
      *        badge queues - first name 16-25, no birth date
      *        vip alerts - first name 1-10, no birth date
      *        guest list - host's birth date 11-18, guest's first
      *        name 21-30
      *        room log - first name 7-16, birth date 27-34
      *        room entitlements - birth date 17-24, first name 25-34
      *        muster roll - birth date 12-19, first name 22-31
      *        mail extract - first name in the third field of each
      *        detail line
      *        RSVP acknowledgement - first name in the fourth field
      *        and birth date in the sixth of each detail line
      *        RSVP feed - first name 2-11, birth date 22-29, guest's
      *        first name 33-42, on detail records only
      *        entitlement feed - first name 8-17, birth date 28-35
      *        queued check-ins - first name 24-33, birth date 44-51
      *        organization master - delegation lead's birth date
      *        137-144
      *    security alerts, and the audit trail of anyone with one,
      *    are kept whole.
       BLANK-PERSONAL-DATA.
           MOVE    ZERO            TO  HOLD-SW.
           MOVE    ZERO            TO  FK-CUR.
           IF  AR-FILE-NO >= 1 AND AR-FILE-NO <= 60
               MOVE    AR-FILE-NO      TO  FK-CUR
           END-IF.
           IF  FK-CUR > ZERO
               IF  FK-KIND ( FK-CUR ) = "SECA"
                   MOVE    CNS-ON          TO  HOLD-SW
               END-IF
               IF  FK-KIND ( FK-CUR ) = "AUDT"
                   PERFORM SET-PERSON-KEY
                   PERFORM VARYING SEC-IDX FROM 1 BY 1
                           UNTIL SEC-IDX > SEC-USED
                              OR HOLD-SW = CNS-ON
                       IF  SEC-PERSON ( SEC-IDX ) = SEC-PERSON-KEY
                           MOVE    CNS-ON          TO  HOLD-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF  HOLD-SW = CNS-ON
               ADD     1               TO  EVT-HELD-CNT
           END-IF.
           IF  FK-CUR > ZERO AND HOLD-SW NOT = CNS-ON
               PERFORM BLANK-BY-KIND
           END-IF.

       BLANK-BY-KIND.
           EVALUATE FK-KIND ( FK-CUR )
               WHEN "ROST"
               WHEN "CKIN"
               WHEN "AUDT"
               WHEN "CKOT"
               WHEN "WAIT"
               WHEN "STLG"
                   MOVE    SPACES          TO  AR-DATA ( 1 : 10 )
                   MOVE    SPACES          TO  AR-DATA ( 21 : 8 )
               WHEN "BDGQ"
               WHEN "STBQ"
                   MOVE    SPACES          TO  AR-DATA ( 16 : 10 )
               WHEN "VIPA"
                   MOVE    SPACES          TO  AR-DATA ( 1 : 10 )
               WHEN "GUST"
                   MOVE    SPACES          TO  AR-DATA ( 11 : 8 )
                   MOVE    SPACES          TO  AR-DATA ( 21 : 10 )
               WHEN "RMLG"
                   MOVE    SPACES          TO  AR-DATA ( 7 : 10 )
                   MOVE    SPACES          TO  AR-DATA ( 27 : 8 )
               WHEN "RENT"
                   MOVE    SPACES          TO  AR-DATA ( 17 : 8 )
                   MOVE    SPACES          TO  AR-DATA ( 25 : 10 )
               WHEN "MUST"
                   MOVE    SPACES          TO  AR-DATA ( 12 : 8 )
                   MOVE    SPACES          TO  AR-DATA ( 22 : 10 )
               WHEN "MAIL"
                   MOVE    3               TO  CSV-FIELD-NO
                   PERFORM BLANK-CSV-FIELD
               WHEN "RACK"
                   MOVE    4               TO  CSV-FIELD-NO
                   PERFORM BLANK-CSV-FIELD
                   MOVE    6               TO  CSV-FIELD-NO
                   PERFORM BLANK-CSV-FIELD
               WHEN "RSVT"
                   IF  AR-DATA ( 1 : 1 ) NOT = "H" AND
                       AR-DATA ( 1 : 1 ) NOT = "T"
                       MOVE    SPACES          TO  AR-DATA ( 2 : 10 )
                       MOVE    SPACES          TO  AR-DATA ( 22 : 8 )
                       MOVE    SPACES          TO  AR-DATA ( 33 : 10 )
                   END-IF
               WHEN "ENTT"
                   MOVE    SPACES          TO  AR-DATA ( 8 : 10 )
                   MOVE    SPACES          TO  AR-DATA ( 28 : 8 )
               WHEN "QCKN"
                   MOVE    SPACES          TO  AR-DATA ( 24 : 10 )
                   MOVE    SPACES          TO  AR-DATA ( 44 : 8 )
               WHEN "ORGM"
                   MOVE    SPACES          TO  AR-DATA ( 137 : 8 )
           END-EVALUATE.

      *    only detail lines carry a person - the header and trailer
      *    lines are left alone.  the commas stay where they were.
       BLANK-CSV-FIELD.
           IF  AR-DATA ( 1 : 2 ) = "D,"
               MOVE    ZERO            TO  CSV-COMMAS
               PERFORM VARYING CSV-POS FROM 1 BY 1
                       UNTIL CSV-POS > 150
                          OR CSV-COMMAS >= CSV-FIELD-NO
                   IF  AR-DATA ( CSV-POS : 1 ) = ","
                       ADD     1               TO  CSV-COMMAS
                   ELSE
                       IF  CSV-COMMAS + 1 = CSV-FIELD-NO
                           MOVE    SPACE   TO  AR-DATA ( CSV-POS : 1 )
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    third pass - the work file copied back over the archive,
      *    then removed.  the archive is only opened for output once
      *    the work file is known to be complete.
       REPLACE-ARCHIVE.
           OPEN    INPUT           WORK-FILE.
           IF  WRK-FILE-STATUS NOT = "00"
               DISPLAY "  " EM-EVT-ID " CANNOT REOPEN " WRK-FILE-NAME
                       " - NOT PURGED"
               MOVE    CNS-ON          TO  ARC-BAD-SW
           ELSE
               OPEN    OUTPUT          ARCHIVE-FILE
               IF  ARC-FILE-STATUS NOT = "00"
                   DISPLAY "  " EM-EVT-ID " CANNOT REWRITE "
                           ARC-FILE-NAME " STATUS " ARC-FILE-STATUS
                           " - PURGED COPY LEFT IN " WRK-FILE-NAME
                   MOVE    CNS-ON          TO  ARC-BAD-SW
               ELSE
                   MOVE    ZERO            TO  SW-END
                   PERFORM UNTIL SW-END = CNS-ON
                       READ    WORK-FILE
                           AT END  MOVE    CNS-ON  TO  SW-END
                           NOT AT END
                               WRITE   ARCHIVE-REC FROM    WORK-REC
                       END-READ
                   END-PERFORM
                   CLOSE   ARCHIVE-FILE
               END-IF
               CLOSE   WORK-FILE
           END-IF.
           IF  ARC-BAD-SW NOT = CNS-ON
               CALL    "CBL_DELETE_FILE"   USING   WRK-FILE-NAME
               IF  RETURN-CODE NOT = ZERO
                   DISPLAY "  WARNING: " WRK-FILE-NAME " NOT REMOVED"
                           " - RETURN CODE " RETURN-CODE
               END-IF
           END-IF.

       PRINT-TOTALS.
           DISPLAY "EVENTS ON MASTER:      " CNT-EVENTS-READ.
           DISPLAY "EVENTS PURGED:         " CNT-EVENTS-PURGED.
           DISPLAY "EVENTS SKIPPED:        " CNT-EVENTS-SKIPPED.
           DISPLAY "RECORDS PURGED:        " CNT-RECS-PURGED.
           DISPLAY "RECORDS HELD BACK:     " CNT-RECS-HELD.

       RUN-CONTROL-COUNTS.
           MOVE    CNT-EVENTS-READ TO  RC-CNT-READ.
           MOVE    CNT-EVENTS-PURGED   TO  RC-CNT-WRITTEN.
           MOVE    CNT-EVENTS-SKIPPED  TO  RC-CNT-REJECTED.

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

      *    the purge covers every event, so its row is filed under a
      *    blank event id.
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
