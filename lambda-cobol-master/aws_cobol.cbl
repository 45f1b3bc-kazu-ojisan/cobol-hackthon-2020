                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  GST-KEY
                                    FILE   STATUS  IS  GST-FILE-STATUS.
           SELECT  ROOM-MASTER     ASSIGN  TO  DYNAMIC  RM-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  RM-ROOM-ID
                                    FILE   STATUS  IS  RM-FILE-STATUS.
           SELECT  ROOM-ENTITLE    ASSIGN  TO  DYNAMIC  RE-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  RE-KEY
                                    FILE   STATUS  IS  RE-FILE-STATUS.
           SELECT  ROOM-LOG        ASSIGN  TO  DYNAMIC  RML-FILE-NAME
                                    ORGANIZATION    LINE    SEQUENTIAL
                                    FILE   STATUS  IS  RML-FILE-STATUS.
           SELECT  ORG-MASTER      ASSIGN  TO  DYNAMIC  OM-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  OM-ORG-CD
                                    FILE   STATUS  IS  OM-FILE-STATUS.
           SELECT  MUSTER-FILE     ASSIGN  TO  DYNAMIC  MU-FILE-NAME
                                    ORGANIZATION    INDEXED
                                    ACCESS  MODE    IS  DYNAMIC
                                    RECORD  KEY     IS  MU-KEY
                                    FILE   STATUS  IS  MU-FILE-STATUS.
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
           03  AUD-OUTCOME-CD          PIC  9(02).
           03  AUD-TS                  PIC  X(14).
           03  AUD-STATION-ID          PIC  X(4).
      *        admission code as scanned, for a by-code attempt -
      *        spaces on every name-keyed attempt.
           03  AUD-ADMIT-CD            PIC  X(08).

      *    departure log - one record per recorded check-out, kept in
      *    its own per-event file so the check-in log (and everything
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

      *    deny list - people barred from the venues, maintained by
      *    aws_cobol_deny.cbl and keyed the same way as the roster.
           03  SEC-ALERT-TS            PIC  X(14).
           03  SEC-STATION-ID          PIC  X(4).
      *        how far the refused attempt got: M = roster match,
      *        O = supervisor override, C = admission code,
      *        G = member of a delegation checked in by its lead.
           03  SEC-PATH-CD             PIC  X(01).

      *    named plus-ones, keyed off the invitee's roster key plus a
           03  GST-LNAME               PIC  X(10).
           03  GST-SESS-FLAGS.
               05  GST-SESS-ARRIVED     PIC  X(01)  OCCURS 7 TIMES.

      *    breakout room master - one row per workshop room or track,
      *    maintained by aws_cobol_room.cbl.
       FD  ROOM-MASTER
           LABEL   RECORD      IS  STANDARD.
       01  ROOM-MASTER-REC.
           03  RM-ROOM-ID              PIC  X(06).
           03  RM-ROOM-NAME            PIC  X(30).
      *        seats in the room, people not parties.  zero means no
      *        limit.
           03  RM-CAPACITY             PIC  9(05).
      *        Y = invite-only, entry needs an entitlement row.
           03  RM-RESTRICTED           PIC  X(01).

      *    restricted-room entitlements, applied by aws_cobol_load.cbl
      *    alongside the RSVP feed - room id plus the roster key.
       FD  ROOM-ENTITLE
           LABEL   RECORD      IS  STANDARD.
       01  ROOM-ENTITLE-REC.
           03  RE-KEY.
               05  RE-ROOM-ID           PIC  X(06).
               05  RE-LNAME             PIC  X(10).
               05  RE-BYEAR             PIC  9(4).
               05  RE-BMONTH            PIC  99.
               05  RE-BDAY              PIC  99.
           03  RE-FNAME                PIC  X(10).
           03  RE-ADDED-DATE           PIC  9(8).

      *    room door log - one record per room-entry attempt, admitted
      *    or refused, so the seat count and the post-event room
      *    report both come off the one file.  result: A = admitted
      *    (takes a seat), R = re-entry by someone already seated
      *    this session, N = not admitted at the front door,
      *    E = not entitled to an invite-only room, F = room full.
       FD  ROOM-LOG
           LABEL   RECORD      IS  STANDARD
           BLOCK   CONTAINS    0   RECORDS.
       01  ROOM-LOG-REC.
           03  RML-ROOM-ID             PIC  X(06).
           03  RML-FNAME               PIC  X(10).
           03  RML-LNAME               PIC  X(10).
           03  RML-BYEAR               PIC  9(4).
           03  RML-BMONTH              PIC  99.
           03  RML-BDAY                PIC  99.
           03  RML-TS                  PIC  X(14).
           03  RML-SESSION-NO          PIC  9(01).
           03  RML-STATION-ID          PIC  X(4).
           03  RML-RESULT              PIC  X(01).

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

      *    evacuation muster roll, built by aws_cobol_muster.cbl - one
      *    row per person inside (I = invitee, O = supervisor
      *    override, G = named guest), keyed on the party's folded
      *    roster key.  the door only marks rows accounted for.
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
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  RETURN-STR               PIC  X(20000).
       01  INPUT-DATA.
           03  INP-EVT-ID              PIC  X(9).
           03  INP-FNAME               PIC  X(10).
      *        request code - spaces is a normal check-in (so every
      *        caller sending the old, shorter record keeps working),
      *        "CO" records a departure, "OC" answers the live
      *        occupancy query for the event, "AC" admits on the
      *        admission code alone, "RE" is a breakout room door
      *        asking to let someone into INP-ROOM-ID, "GC" is a
      *        delegation lead checking in the whole of INP-ORG-CD,
      *        "MU" is an assembly-point marshal marking someone on
      *        the evacuation roll-call accounted for.
           03  INP-REQ-CD              PIC  X(2).
      *        door station working this request - blank on the old
      *        single-door setup.  a check-in from a named station
               05  INP-GST-ENTRY       OCCURS 4 TIMES.
                   07  INP-GST-FNAME   PIC  X(10).
                   07  INP-GST-LNAME   PIC  X(10).
      *        admission code scanned off the invitation for an "AC"
      *        request - no name or birth date needs keying.
           03  INP-ADMIT-CD            PIC  X(08).
      *        breakout room for an "RE" request.  the person is
      *        named the usual way, or by admission code when one is
      *        sent.
           03  INP-ROOM-ID             PIC  X(06).
      *        organization for a "GC" request.  the name and birth
      *        date keyed are the delegation lead's own.  an "MU"
      *        request names the person (or scans their admission
      *        code) and, to mark a party's guests, keys the guests'
      *        names in INP-GUEST-NAMES under the party's own name.
           03  INP-ORG-CD              PIC  X(06).
       01  LIST-DATA.
           03  LST-FNAME               PIC  X(10).
           03  LST-LNAME               PIC  X(10).
           03  LST-TIER                PIC  X(01).
           03  LST-SESS-FLAGS.
               05  LST-SESS-CHECKED-IN  PIC  X(01)  OCCURS 7 TIMES.
           03  LST-ADMIT-CD            PIC  X(08).
           03  LST-ORG-CD              PIC  X(06).
       01  SPACE-IDX                   PIC  9(005).
       01  CNS-ON                      PIC 9(01)   VALUE   1.
       01  MATCH-FLAG                  PIC 9(02)   VALUE   ZERO.
       01  DENY-CD                     PIC 9(02)   VALUE   12.
       01  INVALID-CD                  PIC 9(01)   VALUE   9.
       01  NOFILE-CD                   PIC 9(01)   VALUE   8.
      *    breakout room outcomes.
       01  ROOMIN-CD                   PIC 9(02)   VALUE   13.
       01  NOTADM-CD                   PIC 9(02)   VALUE   14.
       01  NOTENT-CD                   PIC 9(02)   VALUE   15.
       01  ROOMFULL-CD                 PIC 9(02)   VALUE   16.
       01  BADROOM-CD                  PIC 9(02)   VALUE   17.
      *    delegation group check-in outcomes.
       01  GROUP-CD                    PIC 9(02)   VALUE   18.
       01  NOTLEAD-CD                  PIC 9(02)   VALUE   19.
       01  BADORG-CD                   PIC 9(02)   VALUE   20.
      *    evacuation muster outcomes.
       01  MUSTER-CD                   PIC 9(02)   VALUE   21.
       01  MUSTNF-CD                   PIC 9(02)   VALUE   22.
       01  CNT-FNAME                   PIC 9(02)   VALUE   ZERO.
       01  CNT-LNAME                   PIC 9(02)   VALUE   ZERO.
       01  WS-BMONTH-N                 PIC 9(02)   VALUE   ZERO.
       01  CKO-SESS-N                  PIC 9(01)   VALUE   1.
       01  CKL-SESS-N                  PIC 9(01)   VALUE   1.
       01  OVR-FOUND-SW                PIC 9(01)   VALUE   ZERO.

      *    breakout room work area - seats taken is the count of
      *    first admissions to the room in this session off the room
      *    log; a re-entry takes no second seat.
       01  RM-FILE-NAME                PIC  X(40).
       01  RM-FILE-STATUS              PIC X(02).
       01  RE-FILE-NAME                PIC  X(40).
       01  RE-FILE-STATUS              PIC X(02).
       01  RML-FILE-NAME               PIC  X(40).
       01  RML-FILE-STATUS             PIC X(02).
       01  RML-SCAN-END                PIC 9(01)   VALUE   ZERO.
       01  RML-SESS-N                  PIC 9(01)   VALUE   1.
       01  RML-RESULT-IN               PIC  X(01)  VALUE   SPACE.
       01  ROOM-SEATS-TAKEN            PIC 9(05)   VALUE   ZERO.
       01  ROOM-SEATED-SW              PIC 9(01)   VALUE   ZERO.
       01  ROOM-FOUND-SW               PIC 9(01)   VALUE   ZERO.
       01  ENTITLED-SW                 PIC 9(01)   VALUE   ZERO.

      *    delegation group check-in work area.  the members are
      *    collected off the roster first and admitted one by one
      *    afterwards, each member's row standing in for the keyed
      *    name while the lead's own request is kept aside for the
      *    reply and the closing audit record.  a delegation larger
      *    than the member table is admitted as far as the table
      *    goes and the rest reported as not processed.
       01  OM-FILE-NAME                PIC  X(40).
       01  OM-FILE-STATUS              PIC X(02).
       01  ORG-FOUND-SW                PIC 9(01)   VALUE   ZERO.
       01  GRP-SAVE-INPUT              PIC  X(256).
       01  GRP-SAVE-CNT-FNAME          PIC 9(02)   VALUE   ZERO.
       01  GRP-SAVE-CNT-LNAME          PIC 9(02)   VALUE   ZERO.
       01  GRP-SAVE-BMONTH-N           PIC 9(02)   VALUE   ZERO.
       01  GRP-SAVE-BDAY-N             PIC 9(02)   VALUE   ZERO.
       01  GRP-SAVE-CMP-LNAME          PIC  X(10).
       01  GRP-MEMBER-TABLE.
           03  GRP-MEMBER              OCCURS 200 TIMES.
               05  GRP-KEY              PIC  X(18).
               05  GRP-FNAME            PIC  X(10).
               05  GRP-LNAME            PIC  X(10).
               05  GRP-RESULT           PIC  X(13).
       01  GRP-USED                    PIC 9(03)   VALUE   ZERO.
       01  GRP-IDX                     PIC 9(03)   VALUE   ZERO.
       01  GRP-ADMITTED                PIC 9(03)   VALUE   ZERO.
       01  GRP-REFUSED                 PIC 9(03)   VALUE   ZERO.
       01  GRP-NOT-DONE                PIC 9(03)   VALUE   ZERO.

      *    evacuation muster work area.
       01  MU-FILE-NAME                PIC  X(40).
       01  MU-FILE-STATUS              PIC X(02).
       01  MU-SCAN-END                 PIC 9(01)   VALUE   ZERO.
       01  MU-MARKED-N                 PIC 9(02)   VALUE   ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************

      *    the occupancy query carries no name or birth date, so the
      *    name edits only apply to check-in and check-out requests.
      *    an admission-code request carries the code instead.
       VALIDATE-INPUT.
           MOVE    INP-BMONTH      TO  WS-BMONTH-N.
           MOVE    INP-BDAY        TO  WS-BDAY-N.
           IF  INP-REQ-CD NOT = SPACES AND
               INP-REQ-CD NOT = "CO"   AND
               INP-REQ-CD NOT = "OC"   AND
               INP-REQ-CD NOT = "AC"   AND
               INP-REQ-CD NOT = "RE"   AND
               INP-REQ-CD NOT = "GC"   AND
               INP-REQ-CD NOT = "MU"
               MOVE    INVALID-CD      TO  MATCH-FLAG
           END-IF.
           IF  MATCH-FLAG = ZERO AND INP-REQ-CD = "AC" AND
               INP-ADMIT-CD = SPACES
               MOVE    INVALID-CD      TO  MATCH-FLAG
           END-IF.
           IF  MATCH-FLAG = ZERO AND INP-REQ-CD = "RE" AND
               INP-ROOM-ID = SPACES
               MOVE    INVALID-CD      TO  MATCH-FLAG
           END-IF.
           IF  MATCH-FLAG = ZERO AND INP-REQ-CD = "GC" AND
               INP-ORG-CD = SPACES
               MOVE    INVALID-CD      TO  MATCH-FLAG
           END-IF.
           IF  MATCH-FLAG = ZERO AND INP-REQ-CD NOT = "OC" AND
               INP-REQ-CD NOT = "AC" AND
               NOT ( INP-REQ-CD = "RE" AND INP-ADMIT-CD NOT = SPACES )
               AND
               NOT ( INP-REQ-CD = "MU" AND INP-ADMIT-CD NOT = SPACES )
               IF  INP-FNAME = SPACES OR INP-LNAME = SPACES OR
                   CNT-FNAME = ZERO OR CNT-LNAME = ZERO OR
                   WS-BMONTH-N < 1 OR WS-BMONTH-N > 12 OR
               MOVE    "WAITLIST.csv"      TO  WTL-FILE-NAME
               MOVE    "SECURITY_ALERTS.csv"   TO  SEC-FILE-NAME
               MOVE    "GUEST_LIST.dat"    TO  GST-FILE-NAME
               MOVE    "ROOM_MASTER.dat"   TO  RM-FILE-NAME
               MOVE    "ROOM_ENTITLE.dat"  TO  RE-FILE-NAME
               MOVE    "ROOM_LOG.csv"      TO  RML-FILE-NAME
               MOVE    "ORG_MASTER.dat"    TO  OM-FILE-NAME
               MOVE    "MUSTER.dat"        TO  MU-FILE-NAME
           ELSE
               STRING  "INVITEE_LIST_"            DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO GST-FILE-NAME
               STRING  "ROOM_MASTER_"             DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO RM-FILE-NAME
               STRING  "ROOM_ENTITLE_"            DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO RE-FILE-NAME
               STRING  "ROOM_LOG_"                DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".csv"                     DELIMITED BY SIZE
                       INTO RML-FILE-NAME
               STRING  "ORG_MASTER_"              DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO OM-FILE-NAME
               STRING  "MUSTER_"                  DELIMITED BY SIZE
                       FUNCTION TRIM ( EVT-ID )    DELIMITED BY SIZE
                       ".dat"                     DELIMITED BY SIZE
                       INTO MU-FILE-NAME
           END-IF.

      *    a named station gets its own copy of each arrival beside
                           IF  EM-CAPACITY > ZERO
                               MOVE    EM-CAPACITY TO  EVT-CAPACITY
                           END-IF
                           IF  EM-STATUS = "C" AND
                               ( INP-REQ-CD = SPACES OR
                                 INP-REQ-CD = "AC"   OR
                                 INP-REQ-CD = "RE"   OR
                                 INP-REQ-CD = "GC" )
                               MOVE    CLOSED-CD       TO  MATCH-FLAG
                           END-IF
                   END-READ
      *    the capacity test needs the live headcount, so it is
      *    counted here, before the log is opened for append - the
      *    same scan the occupancy query runs.
           IF  MATCH-FLAG = ZERO AND
               ( INP-REQ-CD = SPACES OR INP-REQ-CD = "AC" OR
                 INP-REQ-CD = "GC" ) AND
               EVT-CAPACITY > ZERO
               PERFORM COUNT-OCCUPANCY
           END-IF.
           IF  MATCH-FLAG = ZERO AND
               ( INP-REQ-CD = SPACES OR INP-REQ-CD = "AC" OR
                 INP-REQ-CD = "GC" )
               OPEN    EXTEND         CHECKIN-LOG
               IF  CKL-FILE-STATUS = "35"
                   OPEN    OUTPUT         CHECKIN-LOG
           IF  MATCH-FLAG = ZERO AND INP-REQ-CD = "OC"
               PERFORM OCCUPANCY-RTN
           END-IF.
           IF  MATCH-FLAG = ZERO AND INP-REQ-CD = "AC"
               PERFORM ADMIT-BY-CODE
           END-IF.
           IF  MATCH-FLAG = ZERO AND INP-REQ-CD = "RE"
               PERFORM ROOM-ENTRY-RTN
           END-IF.
           IF  MATCH-FLAG = ZERO AND INP-REQ-CD = "GC"
               PERFORM GROUP-CHECKIN-RTN
           END-IF.
           IF  MATCH-FLAG = ZERO AND INP-REQ-CD = "MU"
               PERFORM MUSTER-RTN
           END-IF.
           IF  MATCH-FLAG = ZERO AND INP-REQ-CD = SPACES
               IF  INP-SUPV-CD ( 1 : 1 ) = "Y"
                   PERFORM OVERRIDE-CHECKIN
                                   ( LST-FNAME ) ) TO  WS-CMP-LST-FNAME

                       IF  WS-CMP-INP-FNAME = WS-CMP-LST-FNAME
                           MOVE    "M"             TO  SEC-PATH-IN
                           PERFORM ADMIT-ROSTER-MATCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    the occupancy query has no name to echo back - its input
      *    block carries the event alone.  an admission-code request
      *    echoes the code, and the roster name it matched.
       RETURN-SMMRY.
           IF  INP-REQ-CD = "OC"
               STRING  RETURN-STR                  DELIMITED BY ";"
                       INP-EVT-ID                  DELIMITED BY SIZE
                       '"};'                       DELIMITED BY SIZE
                       INTO RETURN-STR
           ELSE
           IF  INP-REQ-CD = "AC"
               STRING  RETURN-STR                  DELIMITED BY ";"
                   '"ADMIT_CODE":"'                DELIMITED BY SIZE
                   INP-ADMIT-CD                    DELIMITED BY SIZE
                   '","FIRST_NAME":"'              DELIMITED BY SIZE
                   INP-FNAME ( 1 : CNT-FNAME )     DELIMITED BY SIZE
                   '","LAST_NAME":"'               DELIMITED BY SIZE
                   INP-LNAME ( 1 : CNT-LNAME )     DELIMITED BY SIZE
                   '","SESSION":"'                 DELIMITED BY SIZE
                   WS-SESSION-N                    DELIMITED BY SIZE
                   '"};'                           DELIMITED BY SIZE
                   INTO RETURN-STR
           ELSE
               STRING  RETURN-STR                  DELIMITED BY ";"
                   '"FIRST_NAME":"'                DELIMITED BY SIZE
                   WS-SESSION-N                    DELIMITED BY SIZE
                   '"};'                           DELIMITED BY SIZE
                   INTO RETURN-STR
           END-IF
           END-IF.
           IF  INP-REQ-CD = "RE"
               STRING  RETURN-STR                  DELIMITED BY ";"
                       ',"ROOM_ID":"'              DELIMITED BY SIZE
                       INP-ROOM-ID                 DELIMITED BY SIZE
                       '";'                        DELIMITED BY SIZE
                       INTO RETURN-STR
           END-IF.
           IF  INP-REQ-CD = "GC"
               STRING  RETURN-STR                  DELIMITED BY ";"
                       ',"ORG_CODE":"'             DELIMITED BY SIZE
                       INP-ORG-CD                  DELIMITED BY SIZE
                       '";'                        DELIMITED BY SIZE
                       INTO RETURN-STR
           END-IF.
           IF  INP-REQ-CD = "MU" AND INP-ADMIT-CD NOT = SPACES
               STRING  RETURN-STR                  DELIMITED BY ";"
                       ',"ADMIT_CODE":"'           DELIMITED BY SIZE
                       INP-ADMIT-CD                DELIMITED BY SIZE
                       '";'                        DELIMITED BY SIZE
                       INTO RETURN-STR
           END-IF.

           EVALUATE MATCH-FLAG
                   STRING  RETURN-STR              DELIMITED BY ";"
                           ',"return_code": -10}'  DELIMITED BY SIZE
                           INTO RETURN-STR
               WHEN ROOMIN-CD
                   STRING  RETURN-STR              DELIMITED BY ";"
                           ',"return_code": 6}'    DELIMITED BY SIZE
                           INTO RETURN-STR
               WHEN NOTADM-CD
                   STRING  RETURN-STR              DELIMITED BY ";"
                           ',"return_code": -11}'  DELIMITED BY SIZE
                           INTO RETURN-STR
               WHEN NOTENT-CD
                   STRING  RETURN-STR              DELIMITED BY ";"
                           ',"return_code": -12}'  DELIMITED BY SIZE
                           INTO RETURN-STR
               WHEN ROOMFULL-CD
                   STRING  RETURN-STR                  DELIMITED BY ";"
                           ',"SEATS_TAKEN":"'          DELIMITED BY SIZE
                           ROOM-SEATS-TAKEN            DELIMITED BY SIZE
                           '","ROOM_CAPACITY":"'       DELIMITED BY SIZE
                           RM-CAPACITY                 DELIMITED BY SIZE
                           '";'                        DELIMITED BY SIZE
                           INTO RETURN-STR
                   STRING  RETURN-STR              DELIMITED BY ";"
                           ',"return_code": -13}'  DELIMITED BY SIZE
                           INTO RETURN-STR
               WHEN BADROOM-CD
                   STRING  RETURN-STR              DELIMITED BY ";"
                           ',"return_code": -14}'  DELIMITED BY SIZE
                           INTO RETURN-STR
               WHEN GROUP-CD
                   STRING  RETURN-STR                  DELIMITED BY ";"
                           ',"ADMITTED":"'             DELIMITED BY SIZE
                           GRP-ADMITTED                DELIMITED BY SIZE
                           '","REFUSED":"'             DELIMITED BY SIZE
                           GRP-REFUSED                 DELIMITED BY SIZE
                           '","NOT_PROCESSED":"'       DELIMITED BY SIZE
                           GRP-NOT-DONE                DELIMITED BY SIZE
                           '","MEMBERS":[;'            DELIMITED BY SIZE
                           INTO RETURN-STR
                   PERFORM VARYING GRP-IDX FROM 1 BY 1
                           UNTIL GRP-IDX > GRP-USED
                       PERFORM RETURN-GROUP-MEMBER
                   END-PERFORM
                   STRING  RETURN-STR              DELIMITED BY ";"
                           '],"return_code": 7}'   DELIMITED BY SIZE
                           INTO RETURN-STR
               WHEN NOTLEAD-CD
                   STRING  RETURN-STR              DELIMITED BY ";"
                           ',"return_code": -15}'  DELIMITED BY SIZE
                           INTO RETURN-STR
               WHEN BADORG-CD
                   STRING  RETURN-STR              DELIMITED BY ";"
                           ',"return_code": -16}'  DELIMITED BY SIZE
                           INTO RETURN-STR
               WHEN MUSTER-CD
                   STRING  RETURN-STR                  DELIMITED BY ";"
                           ',"MARKED":"'               DELIMITED BY SIZE
                           MU-MARKED-N                 DELIMITED BY SIZE
                           '","return_code": 8}'       DELIMITED BY SIZE
                           INTO RETURN-STR
               WHEN MUSTNF-CD
                   STRING  RETURN-STR              DELIMITED BY ";"
                           ',"return_code": -17}'  DELIMITED BY SIZE
                           INTO RETURN-STR
               WHEN INVALID-CD
                   STRING  RETURN-STR              DELIMITED BY ";"
                           ',"return_code": -2}'   DELIMITED BY SIZE

       MATCH-EXIT.
           PERFORM WRITE-AUDIT-REC.
           DISPLAY FUNCTION TRIM ( RETURN-STR TRAILING ).
           IF  IL-SW-OPEN = CNS-ON
               CLOSE   INVITEE-LIST
           END-IF.
               END-IF
           END-PERFORM.

      *    a roster row has been matched to the person at the door -
      *    by name or by admission code, SEC-PATH-IN saying which -
      *    and the same rules admit or refuse them either way.
       ADMIT-ROSTER-MATCH.
      *    a barred guest is refused before the duplicate rule or the
      *    capacity test can say anything kinder, and security is
      *    alerted the way the hosts are for a vip.
           PERFORM CHECK-DENY-LIST.
           IF  DENY-FOUND-SW = CNS-ON
               MOVE    DENY-CD         TO  MATCH-FLAG
               PERFORM WRITE-SECURITY-ALERT
           ELSE
      *        the duplicate rule is scoped to the session: a day-one
      *        badge holder is not a duplicate when day two opens.
               IF  LST-SESS-CHECKED-IN ( WS-SESSION-N ) = "Y"
                   MOVE    DUPE-CD         TO  MATCH-FLAG
               ELSE
      *            the whole arriving party counts against the
      *            fire-marshal limit - a refused party goes on the
      *            waitlist in refusal order instead of vanishing at
      *            the door.
                   PERFORM SET-ARRIVED-GUESTS
                   COMPUTE OCC-PARTY-SIZE = 1 + WS-ARR-GUESTS-N
                   IF  EVT-CAPACITY > ZERO AND
                       OCC-HEADCOUNT + OCC-PARTY-SIZE > EVT-CAPACITY
                       MOVE    CAPACITY-CD     TO  MATCH-FLAG
                       PERFORM WRITE-WAITLIST-REC
                   ELSE
                       PERFORM ADMIT-MATCHED-PARTY
                   END-IF
               END-IF
           END-IF.

      *    admission by the code printed on the invitation.  the code
      *    is not part of the roster key, so the roster is walked for
      *    it - a cancelled invitee's row is gone, and their code with
      *    it.  once found, the row's own name and birth date stand in
      *    for the keyed ones, so the deny-list check, the security
      *    alert, the audit trail and the reply all read exactly as a
      *    name match would.  no row carrying the code leaves the
      *    outcome at zero, the same as an unmatched name.
       ADMIT-BY-CODE.
           PERFORM FIND-ROSTER-BY-CODE.
           IF  IL-FILE-STATUS = "00"
               MOVE    "C"             TO  SEC-PATH-IN
               PERFORM ADMIT-ROSTER-MATCH
           END-IF.

       FIND-ROSTER-BY-CODE.
           MOVE    ZERO            TO  IL-SCAN-END.
           MOVE    "23"            TO  IL-FILE-STATUS.
           MOVE    LOW-VALUES      TO  IL-KEY.
           START   INVITEE-LIST    KEY IS NOT LESS THAN IL-KEY
               INVALID KEY     MOVE    CNS-ON  TO  IL-SCAN-END
           END-START.
           PERFORM UNTIL IL-SCAN-END = CNS-ON
               READ    INVITEE-LIST   NEXT    INTO    LIST-DATA
                   AT END  MOVE    CNS-ON  TO  IL-SCAN-END
                   NOT AT END
                       IF  LST-ADMIT-CD = INP-ADMIT-CD
                           MOVE    CNS-ON      TO  IL-SCAN-END
                           MOVE    "00"        TO  IL-FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM.

           IF  IL-FILE-STATUS = "00"
               PERFORM ROSTER-ROW-AS-INPUT
           END-IF.

      *    a roster row found some other way than by the name keyed
      *    at the door stands in for that name from here on.
       ROSTER-ROW-AS-INPUT.
           MOVE    LST-FNAME       TO  INP-FNAME.
           MOVE    LST-LNAME       TO  INP-LNAME.
           MOVE    LST-BYEAR       TO  INP-BYEAR.
           MOVE    LST-BMONTH      TO  INP-BMONTH.
           MOVE    LST-BDAY        TO  INP-BDAY.
           MOVE    LST-BMONTH      TO  WS-BMONTH-N.
           MOVE    LST-BDAY        TO  WS-BDAY-N.
           MOVE    FUNCTION LENGTH ( FUNCTION TRIM
                       ( LST-FNAME TRAILING ) )    TO  CNT-FNAME.
           MOVE    FUNCTION LENGTH ( FUNCTION TRIM
                       ( LST-LNAME TRAILING ) )    TO  CNT-LNAME.
           MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                       ( LST-LNAME ) )         TO  WS-CMP-INP-LNAME.

      *    breakout room door.  the person is found on the roster the
      *    way a check-out finds them (or off the admission code when
      *    the room door scanned one), then refused in this order:
      *    not through the front door this session, not entitled to
      *    an invite-only room, room already full.  every attempt on
      *    a known room lands in the room log, which is where the seat
      *    count comes from.  a roster miss leaves the outcome at
      *    zero, the same as an unmatched name at the front door.
       ROOM-ENTRY-RTN.
           IF  INP-ADMIT-CD NOT = SPACES
               PERFORM FIND-ROSTER-BY-CODE
           ELSE
               PERFORM FIND-ROSTER-BY-NAME
           END-IF.
           IF  IL-FILE-STATUS = "00"
               PERFORM READ-ROOM-MASTER
               IF  ROOM-FOUND-SW NOT = CNS-ON
                   MOVE    BADROOM-CD      TO  MATCH-FLAG
               ELSE
                   IF  LST-SESS-CHECKED-IN ( WS-SESSION-N ) NOT = "Y"
                       MOVE    NOTADM-CD       TO  MATCH-FLAG
                       MOVE    "N"             TO  RML-RESULT-IN
                   ELSE
                       PERFORM CHECK-ROOM-ENTITLEMENT
                       IF  ENTITLED-SW NOT = CNS-ON
                           MOVE    NOTENT-CD       TO  MATCH-FLAG
                           MOVE    "E"             TO  RML-RESULT-IN
                       ELSE
                           PERFORM COUNT-ROOM-SEATS
                           IF  ROOM-SEATED-SW = CNS-ON
                               MOVE    ROOMIN-CD       TO  MATCH-FLAG
                               MOVE    "R"             TO  RML-RESULT-IN
                           ELSE
                           IF  RM-CAPACITY > ZERO AND
                               ROOM-SEATS-TAKEN NOT < RM-CAPACITY
                               MOVE    ROOMFULL-CD     TO  MATCH-FLAG
                               MOVE    "F"             TO  RML-RESULT-IN
                           ELSE
                               MOVE    ROOMIN-CD       TO  MATCH-FLAG
                               MOVE    "A"             TO  RML-RESULT-IN
                           END-IF
                           END-IF
                       END-IF
                   END-IF
                   PERFORM WRITE-ROOM-LOG-REC
               END-IF
           END-IF.

      *    delegation check-in.  the lead is found on the roster by
      *    name the way a check-out is, and refused unless the
      *    organization is on the master, the lead is registered
      *    under it, and - when the master names a lead - is that
      *    lead.  every roster row under the organization, the lead's
      *    own included, then goes through the same rules a single
      *    arrival does (deny list, already in this session, the
      *    fire-marshal limit), each with its own audit record, and
      *    the reply lists what happened to each member.  a member's
      *    full roster guest allowance counts in, as it does for any
      *    caller that sends no guest count.
       GROUP-CHECKIN-RTN.
           PERFORM FIND-ROSTER-BY-NAME.
           PERFORM READ-ORG-MASTER.
           IF  ORG-FOUND-SW NOT = CNS-ON
               MOVE    BADORG-CD       TO  MATCH-FLAG
           ELSE
           IF  IL-FILE-STATUS NOT = "00" OR
               LST-ORG-CD NOT = INP-ORG-CD
               MOVE    NOTLEAD-CD      TO  MATCH-FLAG
           ELSE
           IF  OM-LEAD-KEY NOT = SPACES AND
               ( OM-LEAD-LNAME  NOT = WS-CMP-INP-LNAME OR
                 OM-LEAD-BYEAR  NOT = INP-BYEAR        OR
                 OM-LEAD-BMONTH NOT = WS-BMONTH-N      OR
                 OM-LEAD-BDAY   NOT = WS-BDAY-N )
               MOVE    NOTLEAD-CD      TO  MATCH-FLAG
           ELSE
               PERFORM COLLECT-GROUP-MEMBERS
               MOVE    INPUT-DATA          TO  GRP-SAVE-INPUT
               MOVE    CNT-FNAME           TO  GRP-SAVE-CNT-FNAME
               MOVE    CNT-LNAME           TO  GRP-SAVE-CNT-LNAME
               MOVE    WS-BMONTH-N         TO  GRP-SAVE-BMONTH-N
               MOVE    WS-BDAY-N           TO  GRP-SAVE-BDAY-N
               MOVE    WS-CMP-INP-LNAME    TO  GRP-SAVE-CMP-LNAME
               PERFORM VARYING GRP-IDX FROM 1 BY 1
                       UNTIL GRP-IDX > GRP-USED
                   PERFORM ADMIT-GROUP-MEMBER
               END-PERFORM
               MOVE    GRP-SAVE-INPUT      TO  INPUT-DATA
               MOVE    GRP-SAVE-CNT-FNAME  TO  CNT-FNAME
               MOVE    GRP-SAVE-CNT-LNAME  TO  CNT-LNAME
               MOVE    GRP-SAVE-BMONTH-N   TO  WS-BMONTH-N
               MOVE    GRP-SAVE-BDAY-N     TO  WS-BDAY-N
               MOVE    GRP-SAVE-CMP-LNAME  TO  WS-CMP-INP-LNAME
               MOVE    GROUP-CD            TO  MATCH-FLAG
           END-IF
           END-IF
           END-IF.

      *    no organization master at all is the same refusal as an
      *    organization missing from it.
       READ-ORG-MASTER.
           MOVE    ZERO            TO  ORG-FOUND-SW.
           OPEN    INPUT           ORG-MASTER.
           IF  OM-FILE-STATUS = "00"
               MOVE    INP-ORG-CD      TO  OM-ORG-CD
               READ    ORG-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE    CNS-ON          TO  ORG-FOUND-SW
               END-READ
               CLOSE   ORG-MASTER
           END-IF.

      *    the members are gathered in one pass before anyone is
      *    admitted, so the roster rewrites never disturb the scan.
       COLLECT-GROUP-MEMBERS.
           MOVE    ZERO            TO  GRP-USED
                                       GRP-NOT-DONE.
           MOVE    ZERO            TO  IL-SCAN-END.
           MOVE    LOW-VALUES      TO  IL-KEY.
           START   INVITEE-LIST    KEY IS NOT LESS THAN IL-KEY
               INVALID KEY     MOVE    CNS-ON  TO  IL-SCAN-END
           END-START.
           PERFORM UNTIL IL-SCAN-END = CNS-ON
               READ    INVITEE-LIST   NEXT    INTO    LIST-DATA
                   AT END  MOVE    CNS-ON  TO  IL-SCAN-END
                   NOT AT END
                       IF  LST-ORG-CD = INP-ORG-CD
                           IF  GRP-USED < 200
                               ADD     1           TO  GRP-USED
                               MOVE    IL-KEY      TO
                                       GRP-KEY ( GRP-USED )
                               MOVE    LST-FNAME   TO
                                       GRP-FNAME ( GRP-USED )
                               MOVE    LST-LNAME   TO
                                       GRP-LNAME ( GRP-USED )
                               MOVE    SPACES      TO
                                       GRP-RESULT ( GRP-USED )
                           ELSE
                               ADD     1           TO  GRP-NOT-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    one member through the single-arrival rules.  an admitted
      *    party is added to the running headcount at once, so the
      *    fire-marshal limit sees the members already let in ahead
      *    of this one.
       ADMIT-GROUP-MEMBER.
           MOVE    GRP-KEY ( GRP-IDX )     TO  IL-KEY.
           READ    INVITEE-LIST    INTO    LIST-DATA
               INVALID KEY CONTINUE
           END-READ.
           IF  IL-FILE-STATUS NOT = "00"
               MOVE    "NOT_FOUND"     TO  GRP-RESULT ( GRP-IDX )
               ADD     1               TO  GRP-REFUSED
           ELSE
               PERFORM ROSTER-ROW-AS-INPUT
               MOVE    SPACES          TO  INP-ARR-GUESTS
                                           INP-GUEST-NAMES
               MOVE    ZERO            TO  MATCH-FLAG
               MOVE    "G"             TO  SEC-PATH-IN
               PERFORM ADMIT-ROSTER-MATCH
               EVALUATE MATCH-FLAG
                   WHEN MATCH-CD
                       MOVE    "ADMITTED"      TO
                               GRP-RESULT ( GRP-IDX )
                       ADD     1               TO  GRP-ADMITTED
                       ADD     OCC-PARTY-SIZE  TO  OCC-HEADCOUNT
                   WHEN DUPE-CD
                       MOVE    "ALREADY_IN"    TO
                               GRP-RESULT ( GRP-IDX )
                       ADD     1               TO  GRP-REFUSED
                   WHEN DENY-CD
                       MOVE    "DENY_LIST"     TO
                               GRP-RESULT ( GRP-IDX )
                       ADD     1               TO  GRP-REFUSED
                   WHEN CAPACITY-CD
                       MOVE    "OVER_CAPACITY" TO
                               GRP-RESULT ( GRP-IDX )
                       ADD     1               TO  GRP-REFUSED
               END-EVALUATE
               PERFORM WRITE-AUDIT-REC
           END-IF.

      *    one member's entry in the group reply.
       RETURN-GROUP-MEMBER.
           IF  GRP-IDX > 1
               STRING  RETURN-STR              DELIMITED BY ";"
                       ',;'                    DELIMITED BY SIZE
                       INTO RETURN-STR
           END-IF.
           STRING  RETURN-STR                  DELIMITED BY ";"
                   '{"FIRST_NAME":"'           DELIMITED BY SIZE
                   FUNCTION TRIM ( GRP-FNAME ( GRP-IDX ) TRAILING )
                                               DELIMITED BY SIZE
                   '","LAST_NAME":"'           DELIMITED BY SIZE
                   FUNCTION TRIM ( GRP-LNAME ( GRP-IDX ) TRAILING )
                                               DELIMITED BY SIZE
                   '","RESULT":"'              DELIMITED BY SIZE
                   FUNCTION TRIM ( GRP-RESULT ( GRP-IDX ) TRAILING )
                                               DELIMITED BY SIZE
                   '"};'                       DELIMITED BY SIZE
                   INTO RETURN-STR.

      *    assembly-point roll-call.  the person is named the usual
      *    way, or found off a scanned admission code, and looked up
      *    on the muster roll under the folded key the roll was built
      *    with - the invitee row first, then a supervisor override's
      *    row.  guest names keyed with the request mark those named
      *    guests of the party instead of the party itself.  a mark
      *    is never undone and the first time and place stand; the
      *    roll itself is only ever rebuilt by aws_cobol_muster.cbl.
      *    no roll built yet is a missing file, a person or guest not
      *    on it is reported so the marshal can radio it in.
       MUSTER-RTN.
           MOVE    ZERO            TO  MU-MARKED-N.
           IF  INP-ADMIT-CD NOT = SPACES
               PERFORM FIND-ROSTER-BY-CODE
               IF  IL-FILE-STATUS NOT = "00"
                   MOVE    MUSTNF-CD       TO  MATCH-FLAG
               END-IF
           ELSE
               MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                           ( INP-LNAME ( 1 : CNT-LNAME ) ) )
                                               TO  WS-CMP-INP-LNAME
           END-IF.
           IF  MATCH-FLAG = ZERO
               OPEN    I-O             MUSTER-FILE
               IF  MU-FILE-STATUS NOT = "00"
                   MOVE    NOFILE-CD       TO  MATCH-FLAG
               ELSE
                   MOVE    ZERO            TO  WS-KEYED-GUESTS
                   PERFORM VARYING GST-IDX FROM 1 BY 1
                           UNTIL GST-IDX > 4
                       IF  INP-GST-FNAME ( GST-IDX ) NOT = SPACES OR
                           INP-GST-LNAME ( GST-IDX ) NOT = SPACES
                           ADD     1               TO  WS-KEYED-GUESTS
                           PERFORM MARK-MUSTER-GUEST
                       END-IF
                   END-PERFORM
                   IF  WS-KEYED-GUESTS = ZERO
                       PERFORM MARK-MUSTER-PARTY
                   END-IF
                   CLOSE   MUSTER-FILE
                   IF  MU-MARKED-N > ZERO
                       MOVE    MUSTER-CD       TO  MATCH-FLAG
                   ELSE
                       MOVE    MUSTNF-CD       TO  MATCH-FLAG
                   END-IF
               END-IF
           END-IF.

       MARK-MUSTER-PARTY.
           PERFORM SET-MUSTER-KEY.
           MOVE    "I"             TO  MU-TYPE.
           READ    MUSTER-FILE
               INVALID KEY
                   PERFORM SET-MUSTER-KEY
                   MOVE    "O"             TO  MU-TYPE
                   READ    MUSTER-FILE
                       INVALID KEY CONTINUE
                   END-READ
           END-READ.
           IF  MU-FILE-STATUS = "00"
               PERFORM MARK-MUSTER-ROW
           END-IF.

      *    a party's guest rows follow its own under the same key,
      *    so the walk stops the moment it passes them.
       MARK-MUSTER-GUEST.
           MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                       ( INP-GST-FNAME ( GST-IDX ) ) )
                                           TO  WS-CMP-GST-FNAME.
           MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                       ( INP-GST-LNAME ( GST-IDX ) ) )
                                           TO  WS-CMP-GST-LNAME.
           MOVE    ZERO            TO  MU-SCAN-END.
           PERFORM SET-MUSTER-KEY.
           MOVE    "G"             TO  MU-TYPE.
           START   MUSTER-FILE     KEY IS GREATER THAN MU-KEY
               INVALID KEY     MOVE    CNS-ON  TO  MU-SCAN-END
           END-START.
           PERFORM UNTIL MU-SCAN-END = CNS-ON
               READ    MUSTER-FILE NEXT
                   AT END  MOVE    CNS-ON  TO  MU-SCAN-END
                   NOT AT END  PERFORM MATCH-MUSTER-GUEST
               END-READ
           END-PERFORM.

       MATCH-MUSTER-GUEST.
           IF  MU-TYPE   NOT = "G"              OR
               MU-LNAME  NOT = WS-CMP-INP-LNAME OR
               MU-BYEAR  NOT = INP-BYEAR        OR
               MU-BMONTH NOT = WS-BMONTH-N      OR
               MU-BDAY   NOT = WS-BDAY-N
               MOVE    CNS-ON          TO  MU-SCAN-END
           ELSE
               MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                           ( MU-PERSON-FNAME ) )   TO  WS-CMP-ROW-FNAME
               MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                           ( MU-PERSON-LNAME ) )   TO  WS-CMP-ROW-LNAME
               IF  WS-CMP-ROW-FNAME = WS-CMP-GST-FNAME AND
                   WS-CMP-ROW-LNAME = WS-CMP-GST-LNAME
                   PERFORM MARK-MUSTER-ROW
                   MOVE    CNS-ON          TO  MU-SCAN-END
               END-IF
           END-IF.

       SET-MUSTER-KEY.
           MOVE    WS-CMP-INP-LNAME    TO  MU-LNAME.
           MOVE    INP-BYEAR           TO  MU-BYEAR.
           MOVE    WS-BMONTH-N         TO  MU-BMONTH.
           MOVE    WS-BDAY-N           TO  MU-BDAY.
           MOVE    ZERO                TO  MU-SEQ.

       MARK-MUSTER-ROW.
           IF  MU-ACCOUNTED NOT = "Y"
               ACCEPT  WS-ARRIVE-DATE  FROM DATE YYYYMMDD
               ACCEPT  WS-ARRIVE-TIME  FROM TIME
               MOVE    "Y"             TO  MU-ACCOUNTED
               MOVE    WS-ARRIVE-DATE  TO  MU-ACCOUNTED-TS ( 1 : 8 )
               MOVE    WS-ARRIVE-TIME  TO  MU-ACCOUNTED-TS ( 9 : 6 )
               MOVE    INP-STATION-ID  TO  MU-ACCOUNTED-AT
               REWRITE MUSTER-REC
           END-IF.
           ADD     1               TO  MU-MARKED-N.

      *    the check-out lookup: keyed read on the folded key, the
      *    fallback scan for an unfolded row, then the first name.
       FIND-ROSTER-BY-NAME.
           MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                       ( INP-LNAME ( 1 : CNT-LNAME ) ) )
                                           TO  WS-CMP-INP-LNAME.
           MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                       ( INP-FNAME ( 1 : CNT-FNAME ) ) )
                                           TO  WS-CMP-INP-FNAME.
           MOVE    WS-CMP-INP-LNAME        TO  IL-LNAME.
           MOVE    INP-BYEAR               TO  IL-BYEAR.
           MOVE    WS-BMONTH-N             TO  IL-BMONTH.
           MOVE    WS-BDAY-N               TO  IL-BDAY.

           READ    INVITEE-LIST    INTO    LIST-DATA
               INVALID KEY CONTINUE
           END-READ.

           IF  IL-FILE-STATUS NOT = "00"
               PERFORM FALLBACK-NAME-SCAN
           END-IF.

           IF  IL-FILE-STATUS = "00"
               MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                           ( LST-FNAME ) ) TO  WS-CMP-LST-FNAME
               IF  WS-CMP-INP-FNAME NOT = WS-CMP-LST-FNAME
                   MOVE    "23"            TO  IL-FILE-STATUS
               END-IF
           END-IF.

      *    no room master at all, or no row for the room, is the same
      *    refusal - a room door configured with the wrong id.
       READ-ROOM-MASTER.
           MOVE    ZERO            TO  ROOM-FOUND-SW.
           OPEN    INPUT           ROOM-MASTER.
           IF  RM-FILE-STATUS = "00"
               MOVE    INP-ROOM-ID     TO  RM-ROOM-ID
               READ    ROOM-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE    CNS-ON          TO  ROOM-FOUND-SW
               END-READ
               CLOSE   ROOM-MASTER
           END-IF.

      *    an open room needs no entitlement; an invite-only room
      *    needs a row for this room and this person's roster key.
      *    no entitlement file at all means nobody is entitled.
       CHECK-ROOM-ENTITLEMENT.
           MOVE    ZERO            TO  ENTITLED-SW.
           IF  RM-RESTRICTED NOT = "Y"
               MOVE    CNS-ON          TO  ENTITLED-SW
           ELSE
               OPEN    INPUT           ROOM-ENTITLE
               IF  RE-FILE-STATUS = "00"
                   MOVE    INP-ROOM-ID     TO  RE-ROOM-ID
                   MOVE    FUNCTION UPPER-CASE ( FUNCTION TRIM
                               ( LST-LNAME ) )     TO  RE-LNAME
                   MOVE    LST-BYEAR       TO  RE-BYEAR
                   MOVE    LST-BMONTH      TO  RE-BMONTH
                   MOVE    LST-BDAY        TO  RE-BDAY
                   READ    ROOM-ENTITLE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE    CNS-ON          TO  ENTITLED-SW
                   END-READ
                   CLOSE   ROOM-ENTITLE
               END-IF
           END-IF.

      *    seats taken in this room this session, and whether this
      *    person already holds one of them.
       COUNT-ROOM-SEATS.
           MOVE    ZERO            TO  ROOM-SEATS-TAKEN.
           MOVE    ZERO            TO  ROOM-SEATED-SW.
           MOVE    ZERO            TO  RML-SCAN-END.
           MOVE    LST-BMONTH      TO  WS-LST-BMONTH-N.
           MOVE    LST-BDAY        TO  WS-LST-BDAY-N.
           OPEN    INPUT           ROOM-LOG.
           IF  RML-FILE-STATUS NOT = "00"
               MOVE    CNS-ON          TO  RML-SCAN-END
           END-IF.
           PERFORM UNTIL RML-SCAN-END = CNS-ON
               READ    ROOM-LOG
                   AT END  MOVE    CNS-ON  TO  RML-SCAN-END
                   NOT AT END  PERFORM COUNT-ONE-ROOM-REC
               END-READ
           END-PERFORM.
           IF  RML-FILE-STATUS = "00" OR RML-FILE-STATUS = "10"
               CLOSE   ROOM-LOG
           END-IF.

       COUNT-ONE-ROOM-REC.
           MOVE    1               TO  RML-SESS-N.
           IF  RML-SESSION-NO IS NUMERIC
               IF  RML-SESSION-NO >= 1 AND RML-SESSION-NO <= 7
                   MOVE    RML-SESSION-NO  TO  RML-SESS-N
               END-IF
           END-IF.
           IF  RML-ROOM-ID = INP-ROOM-ID AND
               RML-SESS-N  = WS-SESSION-N AND
               RML-RESULT  = "A"
               ADD     1               TO  ROOM-SEATS-TAKEN
               IF  RML-LNAME  = LST-LNAME       AND
                   RML-BYEAR  = LST-BYEAR       AND
                   RML-BMONTH = WS-LST-BMONTH-N AND
                   RML-BDAY   = WS-LST-BDAY-N
                   MOVE    CNS-ON          TO  ROOM-SEATED-SW
               END-IF
           END-IF.

      *    the room log carries the seat count, so an admission that
      *    cannot be logged is refused as a file error rather than
      *    let through uncounted.  a refusal's record is best effort.
       WRITE-ROOM-LOG-REC.
           OPEN    EXTEND          ROOM-LOG.
           IF  RML-FILE-STATUS = "35"
               OPEN    OUTPUT          ROOM-LOG
           END-IF.
           IF  RML-FILE-STATUS = "00"
               ACCEPT  WS-ARRIVE-DATE  FROM DATE YYYYMMDD
               ACCEPT  WS-ARRIVE-TIME  FROM TIME
               MOVE    INP-ROOM-ID     TO  RML-ROOM-ID
               MOVE    LST-FNAME       TO  RML-FNAME
               MOVE    LST-LNAME       TO  RML-LNAME
               MOVE    LST-BYEAR       TO  RML-BYEAR
               MOVE    LST-BMONTH      TO  RML-BMONTH
               MOVE    LST-BDAY        TO  RML-BDAY
               MOVE    WS-ARRIVE-DATE  TO  RML-TS ( 1 : 8 )
               MOVE    WS-ARRIVE-TIME  TO  RML-TS ( 9 : 6 )
               MOVE    WS-SESSION-N    TO  RML-SESSION-NO
               MOVE    INP-STATION-ID  TO  RML-STATION-ID
               MOVE    RML-RESULT-IN   TO  RML-RESULT
               WRITE   ROOM-LOG-REC
               CLOSE   ROOM-LOG
           ELSE
               IF  MATCH-FLAG = ROOMIN-CD
                   MOVE    NOFILE-CD       TO  MATCH-FLAG
               END-IF
           END-IF.

      *    manual override / supervisor-approval path - a supervisor
      *    waving a guest through who didn't match the roster
      *    automatically (married name, transliteration, RSVP typo)
               MOVE    WS-ARRIVE-DATE  TO  AUD-TS ( 1 : 8 )
               MOVE    WS-ARRIVE-TIME  TO  AUD-TS ( 9 : 6 )
               MOVE    INP-STATION-ID  TO  AUD-STATION-ID
               MOVE    INP-ADMIT-CD    TO  AUD-ADMIT-CD
               WRITE   AUDIT-LOG-REC
               CLOSE   AUDIT-LOG
           END-IF.
