      *****************************************************************
      *                                                               *
      *   VR635    -  AS-OF-DATE RECONSTRUCTION OF A MASTER RECORD    *
      *                                                               *
      *   ANSWERS WHAT THE MASTER HELD FOR A KEY ON A GIVEN DATE.    *
      *   EACH CARD CARRIES A FIELD-1 KEY, FULL OR PARTIAL (THE      *
      *   VR630 CONVENTION), AND AN AS-OF DATE (YYYYMMDD).  EVERY    *
      *   KEY UNDER THE CARD - ON THE MASTER TODAY OR ON THE         *
      *   RETAINED JOURNALS - IS PRINTED AS IT STOOD AT THE CLOSE OF *
      *   THE AS-OF DATE, FOLLOWED BY ITS CHANGE HISTORY IN RUN-DATE *
      *   ORDER SHOWING WHICH CONTENT GROUPS (BIRTH, DEATH, DUPS,    *
      *   ARRAYS, DELETE STATUS) EACH JOURNALED ACTION CHANGED.      *
      *                                                               *
      *   THE RECONSTRUCTION WORKS BACK FROM THE CURRENT MASTER.     *
      *   EVERY VRJRNL RECORD HOLDS THE IMAGE BEFORE ITS ACTION, SO  *
      *   THE RECORD AT THE CLOSE OF THE AS-OF DATE IS THE           *
      *   BEFORE-IMAGE OF ITS FIRST JOURNALED ACTION AFTER THAT DATE *
      *   - OR THE CURRENT MASTER IMAGE WHEN NOTHING HAS CHANGED IT  *
      *   SINCE.  THE JOURNAL GENERATIONS ARE READ THROUGH THE GDG   *
      *   BASE, WHICH CONCATENATES THEM NEWEST FIRST.  A NEW         *
      *   GENERATION IS RECOGNIZED WHERE THE RUN-DATE CHANGES OR THE *
      *   SEQUENCE NUMBER STOPS RISING, SO TWO GENERATIONS FOR ONE   *
      *   RUN-DATE (A VR612 REKEY AND THE VR610 APPLY, OR AN APPLY   *
      *   BACKED OUT BY VR615 AND RERUN) ARE STILL TAKEN IN THE      *
      *   ORDER THEY WERE WRITTEN.                                   *
      *                                                               *
      *   THE OLDEST RUN-DATE ON THE RETAINED GENERATIONS IS THE     *
      *   LIMIT OF THE HISTORY.  AN AS-OF DATE BEFORE IT MAY NEED A  *
      *   GENERATION ALREADY ROLLED OFF THE GDG, SO NO IMAGE IS      *
      *   PRINTED - THE KEY SAYS THE EARLIER GENERATIONS HAVE BEEN   *
      *   PURGED.  A KEY PURGED FROM THE MASTER BY VR650 SINCE ITS   *
      *   LAST JOURNALED CHANGE IS REFERRED TO THE VR660 ARCHIVE     *
      *   RETRIEVAL.  A SEALED KEY PRINTS ONLY A RECORD RESTRICTED   *
      *   LINE UNLESS PARM=AUTHREG, AS IN VR630 AND VR660.  ARRAYS   *
      *   CODES ARE DECODED AGAINST VRCODE AS AT THE AS-OF DATE.     *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL PROGRAM.                          *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VR635.
000300 AUTHOR.         R L BENNETT.
000400 INSTALLATION.   VITAL RECORDS SYSTEMS.
000500 DATE-WRITTEN.   15/10/26.
000600 DATE-COMPILED.
000700*
000800 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
001000 SOURCE-COMPUTER.  IBM-370.
001100 OBJECT-COMPUTER.  IBM-370.
001200*
001300 INPUT-OUTPUT SECTION.
001400 FILE-CONTROL.
001500     SELECT VR-CARD-FILE      ASSIGN TO VRCRD01
001600                              ORGANIZATION IS SEQUENTIAL.
001700     SELECT VR-MASTER-FILE    ASSIGN TO VRMAS01
001800                              ORGANIZATION IS INDEXED
001900                              ACCESS MODE IS DYNAMIC
002000                              RECORD KEY IS VRM-KEY
002100                              FILE STATUS IS VR-MASTER-STATUS.
002200     SELECT VR-JOURNAL-FILE   ASSIGN TO VRJRN01
002300                              ORGANIZATION IS SEQUENTIAL.
002400     SELECT VR-CODE-FILE      ASSIGN TO VRCOD01
002500                              ORGANIZATION IS SEQUENTIAL.
002600     SELECT VR-SEAL-LOG-FILE  ASSIGN TO VRSLG01
002700                              ORGANIZATION IS SEQUENTIAL.
002800     SELECT VR-ASOF-RPT       ASSIGN TO VRASR01
002900                              ORGANIZATION IS SEQUENTIAL.
003000     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
003100                              ORGANIZATION IS SEQUENTIAL.
003200*
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  VR-CARD-FILE
003600     RECORDING MODE IS F
003700     LABEL RECORDS ARE STANDARD.
003800 01  VR-CARD-RECORD.
003900     03  VR-CARD-FIELD-1       PIC X(20).
004000     03  VR-CARD-AS-OF-DATE    PIC X(08).
004100     03  FILLER                PIC X(52).
004200*
004300 FD  VR-MASTER-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY VRMAST.
004600*
004700 FD  VR-JOURNAL-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000     COPY VRJRNL.
005100*
005200 FD  VR-CODE-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500     COPY VRCODE.
005600*
005700 FD  VR-SEAL-LOG-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY VRSLOG.
006100*
006200 FD  VR-ASOF-RPT
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  VR-ASOF-LINE              PIC X(132).
006600*
006700 FD  VR-STATS-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY VRSTAT.
007100*
007200 WORKING-STORAGE SECTION.
007300 01  VR-SWITCHES.
007400     05  VR-CARD-EOF-SW        PIC X(01)  VALUE 'N'.
007500         88  VR-CARD-EOF                  VALUE 'Y'.
007600     05  VR-CODE-EOF-SW        PIC X(01)  VALUE 'N'.
007700         88  VR-CODE-EOF                  VALUE 'Y'.
007800     05  VR-SEAL-LOG-EOF-SW    PIC X(01)  VALUE 'N'.
007900         88  VR-SEAL-LOG-EOF              VALUE 'Y'.
008000     05  VR-JOURNAL-EOF-SW     PIC X(01)  VALUE 'N'.
008100         88  VR-JOURNAL-EOF               VALUE 'Y'.
008200     05  VR-BROWSE-DONE-SW     PIC X(01)  VALUE 'N'.
008300         88  VR-BROWSE-DONE               VALUE 'Y'.
008400     05  VR-KEY-FOUND-SW       PIC X(01)  VALUE 'N'.
008500         88  VR-KEY-FOUND                 VALUE 'Y'.
008600     05  VR-AUTHORIZED-SW      PIC X(01)  VALUE 'N'.
008700         88  VR-AUTHORIZED-REGISTRAR      VALUE 'Y'.
008800     05  VR-RESTRICT-SHOWN-SW  PIC X(01)  VALUE 'N'.
008900         88  VR-RESTRICT-SHOWN            VALUE 'Y'.
009000     05  VR-KEY-SEALED-SW      PIC X(01)  VALUE 'N'.
009100         88  VR-KEY-SEALED                VALUE 'Y'.
009200     05  VR-CARD-MATCH-SW      PIC X(01)  VALUE 'N'.
009300         88  VR-CARD-MATCH                VALUE 'Y'.
009400     05  VR-INSERT-FOUND-SW    PIC X(01)  VALUE 'N'.
009500         88  VR-INSERT-FOUND              VALUE 'Y'.
009600     05  VR-REKEY-PAIR-SW      PIC X(01)  VALUE 'N'.
009700         88  VR-REKEY-PAIR                VALUE 'Y'.
009800     05  VR-PRIOR-STORED-SW    PIC X(01)  VALUE 'N'.
009900         88  VR-PRIOR-STORED              VALUE 'Y'.
010000     05  VR-ON-MASTER-SW       PIC X(01)  VALUE 'N'.
010100         88  VR-ON-MASTER                 VALUE 'Y'.
010200     05  VR-RC-SEALED-SW       PIC X(01)  VALUE 'N'.
010300         88  VR-RC-SEALED                 VALUE 'Y'.
010400     05  VR-SHOW-DETAIL-SW     PIC X(01)  VALUE 'N'.
010500         88  VR-SHOW-DETAIL               VALUE 'Y'.
010600     05  VR-AFTER-STATE-SW     PIC X(01)  VALUE 'I'.
010700         88  VR-AFTER-HELD                VALUE 'I'.
010800         88  VR-AFTER-ABSENT              VALUE 'A'.
010900         88  VR-AFTER-UNKNOWN             VALUE 'U'.
011000*
011100 01  VR-COUNTERS.
011200     05  VR-CARD-COUNT         PIC 9(09)  COMP VALUE ZERO.
011300     05  VR-CODE-COUNT         PIC 9(09)  COMP VALUE ZERO.
011400     05  VR-SEAL-LOG-COUNT     PIC 9(09)  COMP VALUE ZERO.
011500     05  VR-JOURNAL-COUNT      PIC 9(09)  COMP VALUE ZERO.
011600     05  VR-GENERATION-COUNT   PIC 9(04)  COMP VALUE ZERO.
011700     05  VR-RECONSTRUCT-COUNT  PIC 9(09)  COMP VALUE ZERO.
011800     05  VR-NOT-HELD-COUNT     PIC 9(09)  COMP VALUE ZERO.
011900     05  VR-PURGED-COUNT       PIC 9(09)  COMP VALUE ZERO.
012000     05  VR-NOT-FOUND-COUNT    PIC 9(09)  COMP VALUE ZERO.
012100     05  VR-RESTRICTED-COUNT   PIC 9(09)  COMP VALUE ZERO.
012200     05  VR-UNKNOWN-COUNT      PIC 9(09)  COMP VALUE ZERO.
012300     05  VR-GROUPS-CHANGED     PIC 9(02)  COMP VALUE ZERO.
012400*
012500 01  VR-INDEXES.
012600     05  VR-OUTER-IDX          PIC 9(02)  COMP VALUE ZERO.
012700     05  VR-INNER-IDX          PIC 9(02)  COMP VALUE ZERO.
012800     05  VR-CHAR-IDX           PIC 9(02)  COMP VALUE ZERO.
012900     05  VR-CT-IDX             PIC 9(04)  COMP VALUE ZERO.
013000     05  VR-CT-BEST            PIC 9(04)  COMP VALUE ZERO.
013100     05  VR-CD-IDX             PIC 9(04)  COMP VALUE ZERO.
013200     05  VR-SK-IDX             PIC 9(04)  COMP VALUE ZERO.
013300     05  VR-SK-HIT             PIC 9(04)  COMP VALUE ZERO.
013400     05  VR-HT-IDX             PIC 9(04)  COMP VALUE ZERO.
013500     05  VR-HT-SCAN            PIC 9(04)  COMP VALUE ZERO.
013600     05  VR-HT-POS             PIC 9(04)  COMP VALUE ZERO.
013700     05  VR-HT-MOVE            PIC 9(04)  COMP VALUE ZERO.
013800     05  VR-HT-FROM            PIC 9(04)  COMP VALUE ZERO.
013900     05  VR-HT-NEXT            PIC 9(04)  COMP VALUE ZERO.
014000     05  VR-HT-FIRST           PIC 9(04)  COMP VALUE ZERO.
014100     05  VR-HT-LAST            PIC 9(04)  COMP VALUE ZERO.
014200     05  VR-HT-AFTER           PIC 9(04)  COMP VALUE ZERO.
014300*
014400 01  VR-BROWSE-WORK.
014500     05  VR-PREFIX-LEN         PIC 9(02)  COMP VALUE ZERO.
014600     05  VR-ARRAYS-OFF         PIC 9(04)  COMP VALUE ZERO.
014700*
014800 01  VR-FILE-STATUS.
014900     05  VR-MASTER-STATUS      PIC X(02)  VALUE SPACES.
015000*
015100 01  VR-REPORT-DATE            PIC 9(08)  VALUE ZERO.
015200 01  VR-DECODE-DATE            PIC 9(08)  VALUE ZERO.
015300 01  VR-AS-OF-DATE             PIC 9(08)  VALUE ZERO.
015400*
015500******************************************************************
015600* VR-JOURNAL-TRACK FOLLOWS THE CONCATENATED JOURNAL GENERATIONS. *
015700* THE OLDEST RUN-DATE READ IS THE LIMIT OF THE RETAINED HISTORY. *
015800******************************************************************
015900 01  VR-JOURNAL-TRACK.
016000     05  VR-OLDEST-RUN-DATE    PIC 9(08)  VALUE 99999999.
016100     05  VR-PRIOR-RUN-DATE     PIC 9(08)  VALUE ZERO.
016200     05  VR-PRIOR-SEQUENCE     PIC 9(09)  VALUE ZERO.
016300     05  VR-PRIOR-ACTION       PIC X(01)  VALUE SPACE.
016400     05  VR-PRIOR-KEY          PIC X(21)  VALUE SPACES.
016500     05  VR-PRIOR-ORDER        PIC X(42)  VALUE SPACES.
016600*
016700 01  VR-CARD-TABLE.
016800     05  VR-CD-USED            PIC 9(04)  COMP VALUE ZERO.
016900     05  VR-CD-MAX             PIC 9(04)  COMP VALUE 200.
017000     05  VR-CD-ENTRY OCCURS 200 TIMES.
017100         10  VR-CD-FIELD-1     PIC X(20).
017200         10  VR-CD-PREFIX-LEN  PIC 9(02)  COMP.
017300         10  VR-CD-AS-OF-DATE  PIC 9(08).
017400*
017500 01  VR-CODE-TABLE.
017600     05  VR-CT-USED            PIC 9(04)  COMP VALUE ZERO.
017700     05  VR-CT-MAX             PIC 9(04)  COMP VALUE 500.
017800     05  VR-CT-ENTRY OCCURS 500 TIMES.
017900         10  VR-CT-CODE        PIC X(03).
018000         10  VR-CT-DESC        PIC X(40).
018100         10  VR-CT-EFF-DATE    PIC 9(08).
018200*
018300******************************************************************
018400* VR-SEAL-TABLE HOLDS THE LAST APPLIED SEAL OR UNSEAL FROM THE   *
018500* VRSLOG AUDIT LOG FOR EVERY KEY UNDER A CARD - A KEY NO LONGER  *
018600* ON THE MASTER HAS NO RESTRICTION FLAG, SO THE LOG DECIDES.     *
018700******************************************************************
018800 01  VR-SEAL-TABLE.
018900     05  VR-SK-USED            PIC 9(04)  COMP VALUE ZERO.
019000     05  VR-SK-MAX             PIC 9(04)  COMP VALUE 500.
019100     05  VR-SK-ENTRY OCCURS 500 TIMES.
019200         10  VR-SK-KEY         PIC X(21).
019300         10  VR-SK-FLAG        PIC X(01).
019400*
019500******************************************************************
019600* VR-HISTORY-TABLE HOLDS EVERY JOURNAL RECORD FOR A KEY UNDER A  *
019700* CARD, KEPT IN KEY THEN CHRONOLOGICAL ORDER - RUN-DATE, THEN    *
019800* GENERATION OLDEST FIRST, THEN SEQUENCE.  THE GENERATIONS ARE   *
019900* NUMBERED NEWEST FIRST AS READ, SO VR-HT-GEN-ORDER IS 9999 LESS *
020000* THE GENERATION NUMBER.  VR-HT-OTHER-KEY IS THE KEY AT THE OTHER*
020100* END OF A VR612 REKEY.  A FULL TABLE ENDS THE RUN - A HISTORY   *
020200* WITH RECORDS MISSING WOULD RECONSTRUCT A WRONG IMAGE.          *
020300******************************************************************
020400 01  VR-HISTORY-TABLE.
020500     05  VR-HT-USED            PIC 9(04)  COMP VALUE ZERO.
020600     05  VR-HT-MAX             PIC 9(04)  COMP VALUE 1000.
020700     05  VR-HT-ENTRY OCCURS 1000 TIMES.
020800         10  VR-HT-ORDER.
020900             15  VR-HT-KEY.
021000                 20  VR-HT-FIELD-1
021100                               PIC X(20).
021200                 20  VR-HT-RECORD-TYPE
021300                               PIC X(01).
021400             15  VR-HT-RUN-DATE
021500                               PIC 9(08).
021600             15  VR-HT-GEN-ORDER
021700                               PIC 9(04).
021800             15  VR-HT-SEQUENCE
021900                               PIC 9(09).
022000         10  VR-HT-ACTION      PIC X(01).
022100             88  VR-HT-REKEYED-OUT        VALUE 'K'.
022200             88  VR-HT-REKEY              VALUE 'K' 'N'.
022300         10  VR-HT-OTHER-KEY.
022400             15  VR-HT-OTHER-FIELD-1
022500                               PIC X(20).
022600             15  VR-HT-OTHER-RECORD-TYPE
022700                               PIC X(01).
022800         10  VR-HT-IMAGE       PIC X(364).
022900*
023000 01  VR-NEW-ENTRY.
023100     05  VR-NE-ORDER.
023200         10  VR-NE-KEY         PIC X(21).
023300         10  VR-NE-RUN-DATE    PIC 9(08).
023400         10  VR-NE-GEN-ORDER   PIC 9(04).
023500         10  VR-NE-SEQUENCE    PIC 9(09).
023600     05  VR-NE-ACTION          PIC X(01).
023700     05  VR-NE-OTHER-KEY       PIC X(21).
023800     05  VR-NE-IMAGE           PIC X(364).
023900*
024000******************************************************************
024100* THE KEY BEING RECONSTRUCTED, ITS CURRENT MASTER RECORD WHEN IT *
024200* IS STILL ON THE MASTER, AND THE TWO IMAGES EACH CHANGE-HISTORY *
024300* LINE COMPARES - THE BEFORE-IMAGE OF THE ACTION AND THE IMAGE   *
024400* THE ACTION LEFT.                                               *
024500******************************************************************
024600 01  VR-RC-KEY.
024700     05  VR-RC-FIELD-1         PIC X(20).
024800     05  VR-RC-RECORD-TYPE     PIC X(01).
024900*
025000 01  VR-CURRENT-RECORD.
025100     05  VR-CURRENT-IMAGE      PIC X(364).
025200     05  VR-CURRENT-RESTRICT-FLAG
025300                               PIC X(01).
025400         88  VR-CURRENT-SEALED            VALUE 'S'.
025500     05  FILLER                PIC X(08).
025600*
025700 01  VR-OLD-IMAGE.
025800     03  VRO-KEY               PIC X(21).
025900     03  VRO-RUN-DATE          PIC 9(08).
026000     03  VRO-BIRTH-DETAILS.
026100         05  VRO-BIRTH-CITY    PIC X(20).
026200         05  VRO-BIRTH-XDATE   PIC 9(08).
026300     03  VRO-DEATH-DETAILS.
026400         05  VRO-DEATH-CITY    PIC X(20).
026500         05  VRO-DEATH-XDATE   PIC 9(08).
026600     03  VRO-DUPS.
026700         05  VRO-ARRAY-115     PIC 9(05).
026800     03  VRO-ARRAY-COUNTS      PIC X(04).
026900     03  VRO-ARRAYS            PIC X(261).
027000     03  VRO-DELETE-FLAG       PIC X(01).
027100         88  VRO-LOGICALLY-DELETED        VALUE 'D'.
027200     03  VRO-LAST-MAINT-DATE   PIC 9(08).
027300*
027400 01  VR-NEW-IMAGE.
027500     03  VRN-KEY               PIC X(21).
027600     03  VRN-RUN-DATE          PIC 9(08).
027700     03  VRN-BIRTH-DETAILS.
027800         05  VRN-BIRTH-CITY    PIC X(20).
027900         05  VRN-BIRTH-XDATE   PIC 9(08).
028000     03  VRN-DEATH-DETAILS.
028100         05  VRN-DEATH-CITY    PIC X(20).
028200         05  VRN-DEATH-XDATE   PIC 9(08).
028300     03  VRN-DUPS.
028400         05  VRN-ARRAY-115     PIC 9(05).
028500     03  VRN-ARRAY-COUNTS      PIC X(04).
028600     03  VRN-ARRAYS            PIC X(261).
028700     03  VRN-DELETE-FLAG       PIC X(01).
028800         88  VRN-LOGICALLY-DELETED        VALUE 'D'.
028900     03  VRN-LAST-MAINT-DATE   PIC 9(08).
029000*
029100 01  VR-LOOKUP-WORK.
029200     05  VR-LU-CODE            PIC X(03).
029300     05  VR-LU-DESC            PIC X(40).
029400     05  VR-LU-LABEL           PIC X(09).
029500*
029600 01  VR-HEADING-1.
029700     05  FILLER                PIC X(24)
029800         VALUE 'VR635 - DUP-NAME MASTER '.
029900     05  FILLER                PIC X(26)
030000         VALUE 'AS-OF-DATE RECONSTRUCTION'.
030100*
030200 01  VR-HEADING-2.
030300     05  FILLER                PIC X(34)
030400         VALUE 'OLDEST RETAINED JOURNAL RUN-DATE  '.
030500     05  VR-H2-OLDEST-DATE     PIC 9(08).
030600     05  FILLER                PIC X(24)
030700         VALUE '   GENERATIONS READ     '.
030800     05  VR-H2-GENERATIONS     PIC ZZZ9.
030900*
031000 01  VR-KEY-HEADING.
031100     05  FILLER                PIC X(08)  VALUE 'FIELD-1 '.
031200     05  VR-KH-FIELD-1         PIC X(20).
031300     05  FILLER                PIC X(07)  VALUE '  TYPE '.
031400     05  VR-KH-RECORD-TYPE     PIC X(01).
031500     05  FILLER                PIC X(18)
031600         VALUE '  AS AT CLOSE OF  '.
031700     05  VR-KH-AS-OF-DATE      PIC 9(08).
031800*
031900 01  VR-MESSAGE-DETAIL.
032000     05  FILLER                PIC X(02)  VALUE SPACES.
032100     05  VR-MS-TEXT-1          PIC X(50).
032200     05  VR-MS-DATE            PIC 9(08).
032300     05  FILLER                PIC X(01)  VALUE SPACE.
032400     05  VR-MS-TEXT-2          PIC X(40).
032500*
032600 01  VR-STATUS-DETAIL.
032700     05  FILLER                PIC X(02)  VALUE SPACES.
032800     05  FILLER                PIC X(11)  VALUE 'STATUS     '.
032900     05  VR-ST-STATUS          PIC X(17).
033000*
033100 01  VR-DATE-DETAIL.
033200     05  FILLER                PIC X(02)  VALUE SPACES.
033300     05  VR-DT-LABEL           PIC X(11).
033400     05  VR-DT-DATE            PIC 9(08).
033500*
033600 01  VR-CITY-DETAIL.
033700     05  FILLER                PIC X(02)  VALUE SPACES.
033800     05  VR-CY-LABEL           PIC X(11).
033900     05  VR-CY-CITY            PIC X(20).
034000     05  FILLER                PIC X(08)  VALUE '  XDATE '.
034100     05  VR-CY-XDATE           PIC 9(08).
034200*
034300 01  VR-DUPS-DETAIL.
034400     05  FILLER                PIC X(02)  VALUE SPACES.
034500     05  FILLER                PIC X(11)  VALUE 'DUPS       '.
034600     05  VR-DP-ARRAY-115       PIC 9(05).
034700*
034800 01  VR-OCCUR-DETAIL.
034900     05  FILLER                PIC X(04)  VALUE SPACES.
035000     05  VR-OD-LABEL           PIC X(09).
035100     05  FILLER                PIC X(02)  VALUE ' ('.
035200     05  VR-OD-OUTER           PIC 9(01).
035300     05  FILLER                PIC X(01)  VALUE ','.
035400     05  VR-OD-INNER           PIC 9(01).
035500     05  FILLER                PIC X(07)  VALUE ')  CODE'.
035600     05  FILLER                PIC X(01)  VALUE SPACE.
035700     05  VR-OD-CODE            PIC X(03).
035800     05  FILLER                PIC X(02)  VALUE SPACES.
035900     05  VR-OD-DESC            PIC X(40).
036000*
036100 01  VR-HISTORY-HEADING.
036200     05  FILLER                PIC X(04)  VALUE SPACES.
036300     05  FILLER                PIC X(10)  VALUE 'RUN-DATE'.
036400     05  FILLER                PIC X(16)  VALUE 'ACTION'.
036500     05  FILLER                PIC X(13)  VALUE SPACES.
036600     05  FILLER                PIC X(30)  VALUE 'GROUPS CHANGED'.
036700*
036800 01  VR-HISTORY-DETAIL.
036900     05  FILLER                PIC X(04)  VALUE SPACES.
037000     05  VR-HD-RUN-DATE        PIC 9(08).
037100     05  FILLER                PIC X(02)  VALUE SPACES.
037200     05  VR-HD-ACTION          PIC X(14).
037300     05  FILLER                PIC X(02)  VALUE SPACES.
037400     05  VR-HD-TIMING          PIC X(11).
037500     05  FILLER                PIC X(02)  VALUE SPACES.
037600     05  VR-HD-CHANGES         PIC X(60).
037700*
037800 01  VR-GROUP-LIST.
037900     05  VR-GL-BIRTH           PIC X(08).
038000     05  VR-GL-DEATH           PIC X(08).
038100     05  VR-GL-DUPS            PIC X(08).
038200     05  VR-GL-ARRAYS          PIC X(08).
038300     05  VR-GL-STATUS          PIC X(08).
038400     05  FILLER                PIC X(20).
038500*
038600 01  VR-REKEY-NOTE.
038700     05  VR-RN-DIRECTION       PIC X(05).
038800     05  VR-RN-FIELD-1         PIC X(20).
038900     05  FILLER                PIC X(07)  VALUE '  TYPE '.
039000     05  VR-RN-RECORD-TYPE     PIC X(01).
039100     05  FILLER                PIC X(27)  VALUE SPACES.
039200*
039300 01  VR-CHANGE-DETAIL.
039400     05  FILLER                PIC X(14)  VALUE SPACES.
039500     05  VR-CG-LABEL           PIC X(08).
039600     05  VR-CG-BEFORE          PIC X(30).
039700     05  FILLER                PIC X(04)  VALUE ' -> '.
039800     05  VR-CG-AFTER           PIC X(30).
039900*
040000 01  VR-CITY-VIEW.
040100     05  VR-CV-CITY            PIC X(20).
040200     05  FILLER                PIC X(01)  VALUE SPACE.
040300     05  VR-CV-XDATE           PIC 9(08).
040400     05  FILLER                PIC X(01)  VALUE SPACE.
040500*
040600 01  VR-NOT-FOUND-DETAIL.
040700     05  FILLER                PIC X(08)  VALUE 'FIELD-1 '.
040800     05  VR-NF-FIELD-1         PIC X(20).
040900     05  FILLER                PIC X(08)  VALUE '  AS OF '.
041000     05  VR-NF-AS-OF-DATE      PIC 9(08).
041100     05  FILLER                PIC X(40)
041200         VALUE '  NOT ON THE MASTER OR RETAINED JOURNALS'.
041300*
041400 01  VR-RESTRICTED-DETAIL.
041500     05  FILLER                PIC X(08)  VALUE 'FIELD-1 '.
041600     05  VR-RD-FIELD-1         PIC X(20).
041700     05  FILLER                PIC X(19)
041800                               VALUE '  RECORD RESTRICTED'.
041900*
042000 LINKAGE SECTION.
042100 01  VR-PARM-AREA.
042200     05  VR-PARM-LEN           PIC S9(04) COMP.
042300     05  VR-PARM-TEXT          PIC X(08).
042400*
042500 PROCEDURE DIVISION USING VR-PARM-AREA.
042600*
042700 0000-MAINLINE.
042800     PERFORM 1000-INITIALIZE
042900         THRU 1000-INITIALIZE-EXIT.
043000     PERFORM 2000-PROCESS-CARD
043100         THRU 2000-PROCESS-CARD-EXIT
043200         VARYING VR-CD-IDX FROM 1 BY 1
043300         UNTIL VR-CD-IDX > VR-CD-USED.
043400     PERFORM 9000-TERMINATE
043500         THRU 9000-TERMINATE-EXIT.
043600     STOP RUN.
043700*
043800 1000-INITIALIZE.
043900     ACCEPT VR-REPORT-DATE FROM DATE YYYYMMDD.
044000     IF VR-PARM-LEN >= 7
044100        AND VR-PARM-TEXT (1:7) = 'AUTHREG'
044200         MOVE 'Y' TO VR-AUTHORIZED-SW
044300         DISPLAY 'VR635 - AUTHORIZED REGISTRAR RUN - SEALED '
044400                 'RECORDS PRINT IN FULL'
044500     END-IF.
044600     OPEN INPUT VR-MASTER-FILE.
044700     IF VR-MASTER-STATUS NOT = '00'
044800         DISPLAY 'VR635 - MASTER OPEN FAILED - STATUS '
044900                 VR-MASTER-STATUS
045000         MOVE 8 TO RETURN-CODE
045100         STOP RUN
045200     END-IF.
045300     OPEN INPUT  VR-CARD-FILE
045400                 VR-CODE-FILE
045500                 VR-SEAL-LOG-FILE
045600                 VR-JOURNAL-FILE
045700          OUTPUT VR-ASOF-RPT.
045800     PERFORM 1100-LOAD-CODE-TABLE
045900         THRU 1100-LOAD-CODE-TABLE-EXIT.
046000     PERFORM 1200-LOAD-CARDS
046100         THRU 1200-LOAD-CARDS-EXIT.
046200     PERFORM 1300-LOAD-SEALS
046300         THRU 1300-LOAD-SEALS-EXIT.
046400     PERFORM 1400-LOAD-HISTORY
046500         THRU 1400-LOAD-HISTORY-EXIT.
046600     MOVE SPACES TO VR-ASOF-LINE.
046700     MOVE VR-HEADING-1 TO VR-ASOF-LINE.
046800     WRITE VR-ASOF-LINE.
046900     IF VR-AUTHORIZED-REGISTRAR
047000         MOVE SPACES TO VR-ASOF-LINE
047100         MOVE 'AUTHORIZED REGISTRAR RUN - SEALED RECORDS PRINTED'
047200             TO VR-ASOF-LINE
047300         WRITE VR-ASOF-LINE
047400     END-IF.
047500     MOVE SPACES TO VR-ASOF-LINE.
047600     IF VR-JOURNAL-COUNT = ZERO
047700         MOVE 'NO JOURNAL GENERATIONS RETAINED' TO VR-ASOF-LINE
047800     ELSE
047900         MOVE VR-OLDEST-RUN-DATE  TO VR-H2-OLDEST-DATE
048000         MOVE VR-GENERATION-COUNT TO VR-H2-GENERATIONS
048100         MOVE VR-HEADING-2        TO VR-ASOF-LINE
048200     END-IF.
048300     WRITE VR-ASOF-LINE.
048400 1000-INITIALIZE-EXIT.
048500     EXIT.
048600*
048700 1100-LOAD-CODE-TABLE.
048800     PERFORM 1110-READ-CODE
048900         THRU 1110-READ-CODE-EXIT.
049000     PERFORM 1120-TABLE-CODE
049100         THRU 1120-TABLE-CODE-EXIT
049200         UNTIL VR-CODE-EOF.
049300     CLOSE VR-CODE-FILE.
049400 1100-LOAD-CODE-TABLE-EXIT.
049500     EXIT.
049600*
049700 1110-READ-CODE.
049800     READ VR-CODE-FILE
049900         AT END
050000             MOVE 'Y' TO VR-CODE-EOF-SW
050100     END-READ.
050200 1110-READ-CODE-EXIT.
050300     EXIT.
050400*
050500 1120-TABLE-CODE.
050600     IF VR-CT-USED >= VR-CT-MAX
050700         DISPLAY 'VR635 - CODE TABLE FULL - ENTRY '
050800                 VRCD-CODE ' DROPPED'
050900     ELSE
051000         ADD 1 TO VR-CT-USED
051100         ADD 1 TO VR-CODE-COUNT
051200         MOVE VRCD-CODE        TO VR-CT-CODE (VR-CT-USED)
051300         MOVE VRCD-DESCRIPTION TO VR-CT-DESC (VR-CT-USED)
051400         MOVE VRCD-EFF-DATE    TO VR-CT-EFF-DATE (VR-CT-USED)
051500     END-IF.
051600     PERFORM 1110-READ-CODE
051700         THRU 1110-READ-CODE-EXIT.
051800 1120-TABLE-CODE-EXIT.
051900     EXIT.
052000*
052100 1200-LOAD-CARDS.
052200     PERFORM 1210-READ-CARD
052300         THRU 1210-READ-CARD-EXIT.
052400     PERFORM 1220-TABLE-CARD
052500         THRU 1220-TABLE-CARD-EXIT
052600         UNTIL VR-CARD-EOF.
052700     CLOSE VR-CARD-FILE.
052800 1200-LOAD-CARDS-EXIT.
052900     EXIT.
053000*
053100 1210-READ-CARD.
053200     READ VR-CARD-FILE
053300         AT END
053400             MOVE 'Y' TO VR-CARD-EOF-SW
053500     END-READ.
053600 1210-READ-CARD-EXIT.
053700     EXIT.
053800*
053900 1220-TABLE-CARD.
054000     ADD 1 TO VR-CARD-COUNT.
054100     PERFORM 1230-FIND-PREFIX-LENGTH
054200         THRU 1230-FIND-PREFIX-LENGTH-EXIT.
054300     IF VR-PREFIX-LEN = ZERO
054400         DISPLAY 'VR635 - BLANK INQUIRY CARD AT CARD '
054500                 VR-CARD-COUNT ' - BYPASSED'
054600         GO TO 1220-TABLE-CARD-WRAP-UP
054700     END-IF.
054800     IF VR-CARD-AS-OF-DATE NOT NUMERIC
054900         DISPLAY 'VR635 - AS-OF DATE NOT NUMERIC AT CARD '
055000                 VR-CARD-COUNT ' - BYPASSED'
055100         GO TO 1220-TABLE-CARD-WRAP-UP
055200     END-IF.
055300     IF VR-CD-USED >= VR-CD-MAX
055400         DISPLAY 'VR635 - CARD TABLE FULL - INQUIRY KEY '
055500                 VR-CARD-FIELD-1 ' DROPPED'
055600         GO TO 1220-TABLE-CARD-WRAP-UP
055700     END-IF.
055800     ADD 1 TO VR-CD-USED.
055900     MOVE VR-CARD-FIELD-1    TO VR-CD-FIELD-1 (VR-CD-USED).
056000     MOVE VR-PREFIX-LEN      TO VR-CD-PREFIX-LEN (VR-CD-USED).
056100     MOVE VR-CARD-AS-OF-DATE TO VR-CD-AS-OF-DATE (VR-CD-USED).
056200 1220-TABLE-CARD-WRAP-UP.
056300     PERFORM 1210-READ-CARD
056400         THRU 1210-READ-CARD-EXIT.
056500 1220-TABLE-CARD-EXIT.
056600     EXIT.
056700*
056800******************************************************************
056900* 1230-FIND-PREFIX-LENGTH MEASURES THE SIGNIFICANT LENGTH OF THE *
057000* CARD KEY - THE POSITION OF ITS LAST NON-SPACE CHARACTER - THE  *
057100* SAME PARTIAL-KEY RULE AS VR630'S MASTER INQUIRY.               *
057200******************************************************************
057300 1230-FIND-PREFIX-LENGTH.
057400     MOVE ZERO TO VR-PREFIX-LEN.
057500     PERFORM 1240-CHECK-PREFIX-CHAR
057600         THRU 1240-CHECK-PREFIX-CHAR-EXIT
057700         VARYING VR-CHAR-IDX FROM 1 BY 1
057800         UNTIL VR-CHAR-IDX > 20.
057900 1230-FIND-PREFIX-LENGTH-EXIT.
058000     EXIT.
058100*
058200 1240-CHECK-PREFIX-CHAR.
058300     IF VR-CARD-FIELD-1 (VR-CHAR-IDX : 1) NOT = SPACE
058400         MOVE VR-CHAR-IDX TO VR-PREFIX-LEN
058500     END-IF.
058600 1240-CHECK-PREFIX-CHAR-EXIT.
058700     EXIT.
058800*
058900******************************************************************
059000* 1300-LOAD-SEALS READS THE SEAL AUDIT LOG FRONT TO BACK, THE    *
059100* SAME AS VR660 - THE LAST APPLIED ENTRY FOR A KEY IS ITS CURRENT*
059200* STATE.  A FULL TABLE IS A RUN ERROR - A SEAL THAT COULD NOT BE *
059300* TABLED MUST NOT LET A SEALED RECORD PRINT.                     *
059400******************************************************************
059500 1300-LOAD-SEALS.
059600     PERFORM 1310-READ-SEAL-LOG
059700         THRU 1310-READ-SEAL-LOG-EXIT.
059800     PERFORM 1320-TABLE-SEAL
059900         THRU 1320-TABLE-SEAL-EXIT
060000         UNTIL VR-SEAL-LOG-EOF.
060100     CLOSE VR-SEAL-LOG-FILE.
060200 1300-LOAD-SEALS-EXIT.
060300     EXIT.
060400*
060500 1310-READ-SEAL-LOG.
060600     READ VR-SEAL-LOG-FILE
060700         AT END
060800             MOVE 'Y' TO VR-SEAL-LOG-EOF-SW
060900     END-READ.
061000 1310-READ-SEAL-LOG-EXIT.
061100     EXIT.
061200*
061300 1320-TABLE-SEAL.
061400     ADD 1 TO VR-SEAL-LOG-COUNT.
061500     IF NOT VRSL-APPLIED
061600         GO TO 1320-TABLE-SEAL-WRAP-UP
061700     END-IF.
061800     MOVE 'N' TO VR-KEY-SEALED-SW.
061900     PERFORM 1330-CHECK-SEAL-CARD
062000         THRU 1330-CHECK-SEAL-CARD-EXIT
062100         VARYING VR-CD-IDX FROM 1 BY 1
062200         UNTIL VR-CD-IDX > VR-CD-USED
062300            OR VR-KEY-SEALED.
062400     IF NOT VR-KEY-SEALED
062500         GO TO 1320-TABLE-SEAL-WRAP-UP
062600     END-IF.
062700     MOVE VRSL-KEY TO VR-RC-KEY.
062800     PERFORM 3200-FIND-SEAL
062900         THRU 3200-FIND-SEAL-EXIT.
063000     IF VR-SK-HIT = ZERO
063100         IF VR-SK-USED >= VR-SK-MAX
063200             DISPLAY 'VR635 - SEAL TABLE FULL AT KEY ' VRSL-KEY
063300                     ' - RUN ENDED'
063400             MOVE 8 TO RETURN-CODE
063500             STOP RUN
063600         END-IF
063700         ADD 1 TO VR-SK-USED
063800         MOVE VR-SK-USED TO VR-SK-HIT
063900         MOVE VRSL-KEY TO VR-SK-KEY (VR-SK-HIT)
064000     END-IF.
064100     MOVE VRSL-NEW-FLAG TO VR-SK-FLAG (VR-SK-HIT).
064200 1320-TABLE-SEAL-WRAP-UP.
064300     PERFORM 1310-READ-SEAL-LOG
064400         THRU 1310-READ-SEAL-LOG-EXIT.
064500 1320-TABLE-SEAL-EXIT.
064600     EXIT.
064700*
064800 1330-CHECK-SEAL-CARD.
064900     MOVE VR-CD-PREFIX-LEN (VR-CD-IDX) TO VR-PREFIX-LEN.
065000     IF VRSL-FIELD-1 (1 : VR-PREFIX-LEN) =
065100            VR-CD-FIELD-1 (VR-CD-IDX) (1 : VR-PREFIX-LEN)
065200         MOVE 'Y' TO VR-KEY-SEALED-SW
065300     END-IF.
065400 1330-CHECK-SEAL-CARD-EXIT.
065500     EXIT.
065600*
065700******************************************************************
065800* 1400-LOAD-HISTORY READS EVERY RETAINED JOURNAL GENERATION ONCE,*
065900* NOTING THE OLDEST RUN-DATE AND TABLING THE RECORDS FOR KEYS    *
066000* UNDER A CARD.                                                  *
066100******************************************************************
066200 1400-LOAD-HISTORY.
066300     PERFORM 1410-READ-JOURNAL
066400         THRU 1410-READ-JOURNAL-EXIT.
066500     PERFORM 1420-TABLE-JOURNAL
066600         THRU 1420-TABLE-JOURNAL-EXIT
066700         UNTIL VR-JOURNAL-EOF.
066800     CLOSE VR-JOURNAL-FILE.
066900 1400-LOAD-HISTORY-EXIT.
067000     EXIT.
067100*
067200 1410-READ-JOURNAL.
067300     READ VR-JOURNAL-FILE
067400         AT END
067500             MOVE 'Y' TO VR-JOURNAL-EOF-SW
067600     END-READ.
067700 1410-READ-JOURNAL-EXIT.
067800     EXIT.
067900*
068000******************************************************************
068100* 1420-TABLE-JOURNAL STARTS A NEW GENERATION WHERE THE RUN-DATE  *
068200* CHANGES OR THE SEQUENCE STOPS RISING.  A VR612 REKEY IS A 'K'  *
068300* FOR THE OLD KEY FOLLOWED AT ONCE BY AN 'N' FOR THE NEW KEY, SO *
068400* EACH OF THE PAIR IS TABLED WITH THE OTHER'S KEY.               *
068500******************************************************************
068600 1420-TABLE-JOURNAL.
068700     ADD 1 TO VR-JOURNAL-COUNT.
068800     MOVE 'N' TO VR-REKEY-PAIR-SW.
068900     IF VRJL-RUN-DATE NOT = VR-PRIOR-RUN-DATE
069000        OR VRJL-SEQUENCE NOT > VR-PRIOR-SEQUENCE
069100         ADD 1 TO VR-GENERATION-COUNT
069200     ELSE
069300         IF VRJL-REKEYED-IN
069400            AND VR-PRIOR-ACTION = 'K'
069500             MOVE 'Y' TO VR-REKEY-PAIR-SW
069600         END-IF
069700     END-IF.
069800     IF VRJL-RUN-DATE < VR-OLDEST-RUN-DATE
069900         MOVE VRJL-RUN-DATE TO VR-OLDEST-RUN-DATE
070000     END-IF.
070100     IF VR-REKEY-PAIR
070200        AND VR-PRIOR-STORED
070300         PERFORM 1470-LINK-REKEY-OUT
070400             THRU 1470-LINK-REKEY-OUT-EXIT
070500             VARYING VR-HT-IDX FROM 1 BY 1
070600             UNTIL VR-HT-IDX > VR-HT-USED
070700     END-IF.
070800     MOVE VRJL-KEY          TO VR-NE-KEY.
070900     MOVE VRJL-RUN-DATE     TO VR-NE-RUN-DATE.
071000     SUBTRACT VR-GENERATION-COUNT FROM 9999
071100         GIVING VR-NE-GEN-ORDER.
071200     MOVE VRJL-SEQUENCE     TO VR-NE-SEQUENCE.
071300     MOVE VRJL-ACTION       TO VR-NE-ACTION.
071400     MOVE VRJL-BEFORE-IMAGE TO VR-NE-IMAGE.
071500     MOVE SPACES            TO VR-NE-OTHER-KEY.
071600     IF VR-REKEY-PAIR
071700         MOVE VR-PRIOR-KEY  TO VR-NE-OTHER-KEY
071800     END-IF.
071900     MOVE 'N' TO VR-PRIOR-STORED-SW.
072000     MOVE 'N' TO VR-CARD-MATCH-SW.
072100     PERFORM 1430-CHECK-JOURNAL-CARD
072200         THRU 1430-CHECK-JOURNAL-CARD-EXIT
072300         VARYING VR-CD-IDX FROM 1 BY 1
072400         UNTIL VR-CD-IDX > VR-CD-USED
072500            OR VR-CARD-MATCH.
072600     IF VR-CARD-MATCH
072700         PERFORM 1440-INSERT-HISTORY
072800             THRU 1440-INSERT-HISTORY-EXIT
072900         MOVE 'Y' TO VR-PRIOR-STORED-SW
073000     END-IF.
073100     MOVE VR-NE-ORDER       TO VR-PRIOR-ORDER.
073200     MOVE VRJL-RUN-DATE     TO VR-PRIOR-RUN-DATE.
073300     MOVE VRJL-SEQUENCE     TO VR-PRIOR-SEQUENCE.
073400     MOVE VRJL-ACTION       TO VR-PRIOR-ACTION.
073500     MOVE VRJL-KEY          TO VR-PRIOR-KEY.
073600     PERFORM 1410-READ-JOURNAL
073700         THRU 1410-READ-JOURNAL-EXIT.
073800 1420-TABLE-JOURNAL-EXIT.
073900     EXIT.
074000*
074100 1430-CHECK-JOURNAL-CARD.
074200     MOVE VR-CD-PREFIX-LEN (VR-CD-IDX) TO VR-PREFIX-LEN.
074300     IF VRJL-FIELD-1 (1 : VR-PREFIX-LEN) =
074400            VR-CD-FIELD-1 (VR-CD-IDX) (1 : VR-PREFIX-LEN)
074500         MOVE 'Y' TO VR-CARD-MATCH-SW
074600     END-IF.
074700 1430-CHECK-JOURNAL-CARD-EXIT.
074800     EXIT.
074900*
075000******************************************************************
075100* 1440-INSERT-HISTORY PUTS VR-NEW-ENTRY INTO THE HISTORY TABLE   *
075200* AHEAD OF THE FIRST ENTRY THAT SORTS AFTER IT, MOVING THE REST  *
075300* DOWN ONE PLACE.                                                *
075400******************************************************************
075500 1440-INSERT-HISTORY.
075600     IF VR-HT-USED >= VR-HT-MAX
075700         DISPLAY 'VR635 - HISTORY TABLE FULL AT KEY ' VRJL-KEY
075800                 ' - NARROW THE CARDS, RUN ENDED'
075900         MOVE 8 TO RETURN-CODE
076000         STOP RUN
076100     END-IF.
076200     ADD 1 VR-HT-USED GIVING VR-HT-POS.
076300     MOVE 'N' TO VR-INSERT-FOUND-SW.
076400     PERFORM 1450-FIND-INSERT-POINT
076500         THRU 1450-FIND-INSERT-POINT-EXIT
076600         VARYING VR-HT-IDX FROM 1 BY 1
076700         UNTIL VR-HT-IDX > VR-HT-USED
076800            OR VR-INSERT-FOUND.
076900     ADD 1 TO VR-HT-USED.
077000     PERFORM 1460-SHIFT-ENTRY
077100         THRU 1460-SHIFT-ENTRY-EXIT
077200         VARYING VR-HT-MOVE FROM VR-HT-USED BY -1
077300         UNTIL VR-HT-MOVE NOT > VR-HT-POS.
077400     MOVE VR-NEW-ENTRY TO VR-HT-ENTRY (VR-HT-POS).
077500 1440-INSERT-HISTORY-EXIT.
077600     EXIT.
077700*
077800 1450-FIND-INSERT-POINT.
077900     IF VR-HT-ORDER (VR-HT-IDX) > VR-NE-ORDER
078000         MOVE VR-HT-IDX TO VR-HT-POS
078100         MOVE 'Y' TO VR-INSERT-FOUND-SW
078200     END-IF.
078300 1450-FIND-INSERT-POINT-EXIT.
078400     EXIT.
078500*
078600 1460-SHIFT-ENTRY.
078700     SUBTRACT 1 FROM VR-HT-MOVE GIVING VR-HT-FROM.
078800     MOVE VR-HT-ENTRY (VR-HT-FROM) TO VR-HT-ENTRY (VR-HT-MOVE).
078900 1460-SHIFT-ENTRY-EXIT.
079000     EXIT.
079100*
079200 1470-LINK-REKEY-OUT.
079300     IF VR-HT-ORDER (VR-HT-IDX) = VR-PRIOR-ORDER
079400         MOVE VRJL-KEY TO VR-HT-OTHER-KEY (VR-HT-IDX)
079500     END-IF.
079600 1470-LINK-REKEY-OUT-EXIT.
079700     EXIT.
079800*
079900******************************************************************
080000* 2000-PROCESS-CARD RECONSTRUCTS EVERY KEY UNDER ONE CARD - FIRST*
080100* THE KEYS ON THE MASTER TODAY, BROWSED THE SAME WAY AS VR630,   *
080200* THEN THE KEYS FOUND ONLY ON THE RETAINED JOURNALS.             *
080300******************************************************************
080400 2000-PROCESS-CARD.
080500     MOVE VR-CD-PREFIX-LEN (VR-CD-IDX) TO VR-PREFIX-LEN.
080600     MOVE VR-CD-AS-OF-DATE (VR-CD-IDX) TO VR-AS-OF-DATE
080700                                          VR-DECODE-DATE.
080800     MOVE 'N' TO VR-KEY-FOUND-SW.
080900     MOVE 'N' TO VR-RESTRICT-SHOWN-SW.
081000     PERFORM 2100-BROWSE-MASTER
081100         THRU 2100-BROWSE-MASTER-EXIT.
081200     MOVE SPACES TO VR-PRIOR-KEY.
081300     PERFORM 2200-SCAN-HISTORY-KEY
081400         THRU 2200-SCAN-HISTORY-KEY-EXIT
081500         VARYING VR-HT-SCAN FROM 1 BY 1
081600         UNTIL VR-HT-SCAN > VR-HT-USED.
081700     IF NOT VR-KEY-FOUND
081800         MOVE SPACES TO VR-ASOF-LINE
081900         WRITE VR-ASOF-LINE
082000         MOVE VR-CD-FIELD-1 (VR-CD-IDX) TO VR-NF-FIELD-1
082100         MOVE VR-AS-OF-DATE       TO VR-NF-AS-OF-DATE
082200         MOVE VR-NOT-FOUND-DETAIL TO VR-ASOF-LINE
082300         WRITE VR-ASOF-LINE
082400         ADD 1 TO VR-NOT-FOUND-COUNT
082500     END-IF.
082600 2000-PROCESS-CARD-EXIT.
082700     EXIT.
082800*
082900 2100-BROWSE-MASTER.
083000     MOVE 'N' TO VR-BROWSE-DONE-SW.
083100     MOVE LOW-VALUES TO VRM-KEY.
083200     MOVE VR-CD-FIELD-1 (VR-CD-IDX) (1 : VR-PREFIX-LEN)
083300         TO VRM-FIELD-1 (1 : VR-PREFIX-LEN).
083400     START VR-MASTER-FILE KEY >= VRM-KEY
083500         INVALID KEY
083600             MOVE 'Y' TO VR-BROWSE-DONE-SW
083700     END-START.
083800     PERFORM 2110-READ-NEXT-MASTER
083900         THRU 2110-READ-NEXT-MASTER-EXIT.
084000     PERFORM 2120-CHECK-BROWSE-RECORD
084100         THRU 2120-CHECK-BROWSE-RECORD-EXIT
084200         UNTIL VR-BROWSE-DONE.
084300 2100-BROWSE-MASTER-EXIT.
084400     EXIT.
084500*
084600 2110-READ-NEXT-MASTER.
084700     IF VR-BROWSE-DONE
084800         GO TO 2110-READ-NEXT-MASTER-EXIT
084900     END-IF.
085000     READ VR-MASTER-FILE NEXT RECORD
085100         AT END
085200             MOVE 'Y' TO VR-BROWSE-DONE-SW
085300     END-READ.
085400 2110-READ-NEXT-MASTER-EXIT.
085500     EXIT.
085600*
085700 2120-CHECK-BROWSE-RECORD.
085800     IF VRM-FIELD-1 (1 : VR-PREFIX-LEN) NOT =
085900            VR-CD-FIELD-1 (VR-CD-IDX) (1 : VR-PREFIX-LEN)
086000         MOVE 'Y' TO VR-BROWSE-DONE-SW
086100         GO TO 2120-CHECK-BROWSE-RECORD-EXIT
086200     END-IF.
086300     MOVE VRM-KEY          TO VR-RC-KEY.
086400     MOVE VR-MASTER-RECORD TO VR-CURRENT-RECORD.
086500     MOVE 'Y'              TO VR-ON-MASTER-SW.
086600     PERFORM 3000-RECONSTRUCT-KEY
086700         THRU 3000-RECONSTRUCT-KEY-EXIT.
086800     PERFORM 2110-READ-NEXT-MASTER
086900         THRU 2110-READ-NEXT-MASTER-EXIT.
087000 2120-CHECK-BROWSE-RECORD-EXIT.
087100     EXIT.
087200*
087300******************************************************************
087400* 2200-SCAN-HISTORY-KEY TAKES EACH DISTINCT KEY IN THE HISTORY   *
087500* TABLE UNDER THE CARD.  A KEY STILL ON THE MASTER WAS DONE BY   *
087600* THE BROWSE - ONLY A KEY THE MASTER NO LONGER HOLDS IS DONE     *
087700* HERE.                                                          *
087800******************************************************************
087900 2200-SCAN-HISTORY-KEY.
088000     IF VR-HT-FIELD-1 (VR-HT-SCAN) (1 : VR-PREFIX-LEN) NOT =
088100            VR-CD-FIELD-1 (VR-CD-IDX) (1 : VR-PREFIX-LEN)
088200         GO TO 2200-SCAN-HISTORY-KEY-EXIT
088300     END-IF.
088400     IF VR-HT-KEY (VR-HT-SCAN) = VR-PRIOR-KEY
088500         GO TO 2200-SCAN-HISTORY-KEY-EXIT
088600     END-IF.
088700     MOVE VR-HT-KEY (VR-HT-SCAN) TO VR-PRIOR-KEY
088800                                    VR-RC-KEY
088900                                    VRM-KEY.
089000     MOVE 'Y' TO VR-ON-MASTER-SW.
089100     READ VR-MASTER-FILE
089200         INVALID KEY
089300             MOVE 'N' TO VR-ON-MASTER-SW
089400     END-READ.
089500     IF VR-ON-MASTER
089600         GO TO 2200-SCAN-HISTORY-KEY-EXIT
089700     END-IF.
089800     MOVE SPACES TO VR-CURRENT-RECORD.
089900     PERFORM 3000-RECONSTRUCT-KEY
090000         THRU 3000-RECONSTRUCT-KEY-EXIT.
090100 2200-SCAN-HISTORY-KEY-EXIT.
090200     EXIT.
090300*
090400******************************************************************
090500* 3000-RECONSTRUCT-KEY PRINTS VR-RC-KEY AS IT STOOD AT THE CLOSE *
090600* OF THE AS-OF DATE - THE BEFORE-IMAGE OF ITS FIRST JOURNALED    *
090700* ACTION AFTER THAT DATE, ELSE ITS CURRENT MASTER IMAGE - THEN   *
090800* ITS CHANGE HISTORY.  NOTHING IS RECONSTRUCTED FOR A DATE BEFORE*
090900* THE OLDEST RETAINED GENERATION, OR FOR A KEY PURGED FROM THE   *
091000* MASTER SINCE ITS LAST JOURNALED CHANGE.                        *
091100******************************************************************
091200 3000-RECONSTRUCT-KEY.
091300     MOVE 'Y' TO VR-KEY-FOUND-SW.
091400     PERFORM 3100-FIND-HISTORY
091500         THRU 3100-FIND-HISTORY-EXIT.
091600     MOVE 'N' TO VR-RC-SEALED-SW.
091700     IF VR-ON-MASTER
091800         IF VR-CURRENT-SEALED
091900             MOVE 'Y' TO VR-RC-SEALED-SW
092000         END-IF
092100     ELSE
092200         PERFORM 3200-FIND-SEAL
092300             THRU 3200-FIND-SEAL-EXIT
092400         IF VR-SK-HIT NOT = ZERO
092500            AND VR-SK-FLAG (VR-SK-HIT) = 'S'
092600             MOVE 'Y' TO VR-RC-SEALED-SW
092700         END-IF
092800     END-IF.
092900     IF VR-RC-SEALED
093000        AND NOT VR-AUTHORIZED-REGISTRAR
093100         PERFORM 3300-PRINT-RESTRICTED
093200             THRU 3300-PRINT-RESTRICTED-EXIT
093300         GO TO 3000-RECONSTRUCT-KEY-EXIT
093400     END-IF.
093500     MOVE SPACES            TO VR-ASOF-LINE.
093600     WRITE VR-ASOF-LINE.
093700     MOVE VR-RC-FIELD-1     TO VR-KH-FIELD-1.
093800     MOVE VR-RC-RECORD-TYPE TO VR-KH-RECORD-TYPE.
093900     MOVE VR-AS-OF-DATE     TO VR-KH-AS-OF-DATE.
094000     MOVE VR-KEY-HEADING    TO VR-ASOF-LINE.
094100     WRITE VR-ASOF-LINE.
094200     IF VR-AS-OF-DATE < VR-OLDEST-RUN-DATE
094300         MOVE '** JOURNAL GENERATIONS BEFORE RUN-DATE'
094400             TO VR-MS-TEXT-1
094500         MOVE VR-OLDEST-RUN-DATE TO VR-MS-DATE
094600         MOVE 'HAVE BEEN PURGED - NOT RECONSTRUCTED **'
094700             TO VR-MS-TEXT-2
094800         PERFORM 3500-PRINT-MESSAGE
094900             THRU 3500-PRINT-MESSAGE-EXIT
095000         ADD 1 TO VR-PURGED-COUNT
095100         GO TO 3000-RECONSTRUCT-KEY-HISTORY
095200     END-IF.
095300     PERFORM 3400-LOCATE-AS-OF-IMAGE
095400         THRU 3400-LOCATE-AS-OF-IMAGE-EXIT.
095500     IF VR-HT-AFTER NOT = ZERO
095600         IF VR-HT-IMAGE (VR-HT-AFTER) = LOW-VALUES
095700             MOVE 'NOT ON THE MASTER AT THE CLOSE OF'
095800                 TO VR-MS-TEXT-1
095900             MOVE VR-AS-OF-DATE TO VR-MS-DATE
096000             MOVE SPACES        TO VR-MS-TEXT-2
096100             PERFORM 3500-PRINT-MESSAGE
096200                 THRU 3500-PRINT-MESSAGE-EXIT
096300             ADD 1 TO VR-NOT-HELD-COUNT
096400         ELSE
096500             MOVE 'RECONSTRUCTED FROM BEFORE-IMAGE JOURNALED FOR'
096600                 TO VR-MS-TEXT-1
096700             MOVE VR-HT-RUN-DATE (VR-HT-AFTER) TO VR-MS-DATE
096800             MOVE SPACES        TO VR-MS-TEXT-2
096900             PERFORM 3500-PRINT-MESSAGE
097000                 THRU 3500-PRINT-MESSAGE-EXIT
097100             MOVE VR-HT-IMAGE (VR-HT-AFTER) TO VR-MASTER-RECORD
097200             PERFORM 4000-PRINT-STATEMENT
097300                 THRU 4000-PRINT-STATEMENT-EXIT
097400         END-IF
097500         GO TO 3000-RECONSTRUCT-KEY-HISTORY
097600     END-IF.
097700     IF VR-ON-MASTER
097800         MOVE 'CURRENT MASTER IMAGE - NO JOURNALED CHANGE AFTER'
097900             TO VR-MS-TEXT-1
098000         MOVE VR-AS-OF-DATE TO VR-MS-DATE
098100         MOVE SPACES        TO VR-MS-TEXT-2
098200         PERFORM 3500-PRINT-MESSAGE
098300             THRU 3500-PRINT-MESSAGE-EXIT
098400         MOVE VR-CURRENT-RECORD TO VR-MASTER-RECORD
098500         PERFORM 4000-PRINT-STATEMENT
098600             THRU 4000-PRINT-STATEMENT-EXIT
098700         GO TO 3000-RECONSTRUCT-KEY-HISTORY
098800     END-IF.
098900     IF VR-HT-REKEYED-OUT (VR-HT-LAST)
099000         MOVE 'NOT ON THE MASTER AT THE CLOSE OF'
099100             TO VR-MS-TEXT-1
099200         MOVE VR-AS-OF-DATE TO VR-MS-DATE
099300         MOVE SPACES        TO VR-MS-TEXT-2
099400         ADD 1 TO VR-NOT-HELD-COUNT
099500     ELSE
099600         MOVE '** PURGED FROM THE MASTER AFTER ITS CHANGE OF'
099700             TO VR-MS-TEXT-1
099800         MOVE VR-HT-RUN-DATE (VR-HT-LAST) TO VR-MS-DATE
099900         MOVE '- SEE VR660 ARCHIVE RETRIEVAL **'
100000             TO VR-MS-TEXT-2
100100         ADD 1 TO VR-PURGED-COUNT
100200     END-IF.
100300     PERFORM 3500-PRINT-MESSAGE
100400         THRU 3500-PRINT-MESSAGE-EXIT.
100500 3000-RECONSTRUCT-KEY-HISTORY.
100600     PERFORM 5000-PRINT-HISTORY
100700         THRU 5000-PRINT-HISTORY-EXIT.
100800 3000-RECONSTRUCT-KEY-EXIT.
100900     EXIT.
101000*
101100******************************************************************
101200* 3100-FIND-HISTORY SETS VR-HT-FIRST AND VR-HT-LAST TO THE RANGE *
101300* OF HISTORY ENTRIES FOR VR-RC-KEY - ZERO WHEN IT HAS NONE.      *
101400******************************************************************
101500 3100-FIND-HISTORY.
101600     MOVE ZERO TO VR-HT-FIRST
101700                  VR-HT-LAST.
101800     PERFORM 3110-CHECK-HISTORY-ENTRY
101900         THRU 3110-CHECK-HISTORY-ENTRY-EXIT
102000         VARYING VR-HT-IDX FROM 1 BY 1
102100         UNTIL VR-HT-IDX > VR-HT-USED.
102200 3100-FIND-HISTORY-EXIT.
102300     EXIT.
102400*
102500 3110-CHECK-HISTORY-ENTRY.
102600     IF VR-HT-KEY (VR-HT-IDX) = VR-RC-KEY
102700         IF VR-HT-FIRST = ZERO
102800             MOVE VR-HT-IDX TO VR-HT-FIRST
102900         END-IF
103000         MOVE VR-HT-IDX TO VR-HT-LAST
103100     END-IF.
103200 3110-CHECK-HISTORY-ENTRY-EXIT.
103300     EXIT.
103400*
103500 3200-FIND-SEAL.
103600     MOVE ZERO TO VR-SK-HIT.
103700     PERFORM 3210-CHECK-SEAL-ENTRY
103800         THRU 3210-CHECK-SEAL-ENTRY-EXIT
103900         VARYING VR-SK-IDX FROM 1 BY 1
104000         UNTIL VR-SK-IDX > VR-SK-USED
104100            OR VR-SK-HIT NOT = ZERO.
104200 3200-FIND-SEAL-EXIT.
104300     EXIT.
104400*
104500 3210-CHECK-SEAL-ENTRY.
104600     IF VR-SK-KEY (VR-SK-IDX) = VR-RC-KEY
104700         MOVE VR-SK-IDX TO VR-SK-HIT
104800     END-IF.
104900 3210-CHECK-SEAL-ENTRY-EXIT.
105000     EXIT.
105100*
105200******************************************************************
105300* 3300-PRINT-RESTRICTED STANDS IN FOR A SEALED KEY, ONCE PER CARD*
105400* AND ECHOING ONLY THE CARD KEY - THE SAME RULE AS VR630.        *
105500******************************************************************
105600 3300-PRINT-RESTRICTED.
105700     ADD 1 TO VR-RESTRICTED-COUNT.
105800     IF VR-RESTRICT-SHOWN
105900         GO TO 3300-PRINT-RESTRICTED-EXIT
106000     END-IF.
106100     MOVE 'Y' TO VR-RESTRICT-SHOWN-SW.
106200     MOVE SPACES TO VR-ASOF-LINE.
106300     WRITE VR-ASOF-LINE.
106400     MOVE VR-CD-FIELD-1 (VR-CD-IDX) TO VR-RD-FIELD-1.
106500     MOVE VR-RESTRICTED-DETAIL TO VR-ASOF-LINE.
106600     WRITE VR-ASOF-LINE.
106700 3300-PRINT-RESTRICTED-EXIT.
106800     EXIT.
106900*
107000******************************************************************
107100* 3400-LOCATE-AS-OF-IMAGE SETS VR-HT-AFTER TO THE KEY'S FIRST    *
107200* HISTORY ENTRY WITH A RUN-DATE AFTER THE AS-OF DATE - ZERO WHEN *
107300* NOTHING HAS BEEN JOURNALED FOR THE KEY SINCE.                  *
107400******************************************************************
107500 3400-LOCATE-AS-OF-IMAGE.
107600     MOVE ZERO TO VR-HT-AFTER.
107700     IF VR-HT-FIRST = ZERO
107800         GO TO 3400-LOCATE-AS-OF-IMAGE-EXIT
107900     END-IF.
108000     PERFORM 3410-CHECK-AS-OF-ENTRY
108100         THRU 3410-CHECK-AS-OF-ENTRY-EXIT
108200         VARYING VR-HT-IDX FROM VR-HT-FIRST BY 1
108300         UNTIL VR-HT-IDX > VR-HT-LAST
108400            OR VR-HT-AFTER NOT = ZERO.
108500 3400-LOCATE-AS-OF-IMAGE-EXIT.
108600     EXIT.
108700*
108800 3410-CHECK-AS-OF-ENTRY.
108900     IF VR-HT-RUN-DATE (VR-HT-IDX) > VR-AS-OF-DATE
109000         MOVE VR-HT-IDX TO VR-HT-AFTER
109100     END-IF.
109200 3410-CHECK-AS-OF-ENTRY-EXIT.
109300     EXIT.
109400*
109500 3500-PRINT-MESSAGE.
109600     MOVE SPACES            TO VR-ASOF-LINE.
109700     MOVE VR-MESSAGE-DETAIL TO VR-ASOF-LINE.
109800     WRITE VR-ASOF-LINE.
109900 3500-PRINT-MESSAGE-EXIT.
110000     EXIT.
110100*
110200******************************************************************
110300* 4000-PRINT-STATEMENT PRINTS THE IMAGE IN VR-MASTER-RECORD IN   *
110400* THE VR630 STATEMENT LAYOUT, WITH THE DUPS COUNT ADDED.         *
110500******************************************************************
110600 4000-PRINT-STATEMENT.
110700     ADD 1 TO VR-RECONSTRUCT-COUNT.
110800     IF VRM-LOGICALLY-DELETED
110900         MOVE 'LOGICALLY DELETED' TO VR-ST-STATUS
111000     ELSE
111100         MOVE 'ACTIVE           ' TO VR-ST-STATUS
111200     END-IF.
111300     IF VR-RC-SEALED
111400         MOVE 'SEALED - RELEASED' TO VR-ST-STATUS
111500     END-IF.
111600     MOVE SPACES           TO VR-ASOF-LINE.
111700     MOVE VR-STATUS-DETAIL TO VR-ASOF-LINE.
111800     WRITE VR-ASOF-LINE.
111900     MOVE 'RUN-DATE   '   TO VR-DT-LABEL.
112000     MOVE VRM-RUN-DATE    TO VR-DT-DATE.
112100     MOVE SPACES          TO VR-ASOF-LINE.
112200     MOVE VR-DATE-DETAIL  TO VR-ASOF-LINE.
112300     WRITE VR-ASOF-LINE.
112400     MOVE 'BIRTH CITY '   TO VR-CY-LABEL.
112500     MOVE VRM-BIRTH-CITY  TO VR-CY-CITY.
112600     MOVE VRM-BIRTH-XDATE TO VR-CY-XDATE.
112700     MOVE SPACES          TO VR-ASOF-LINE.
112800     MOVE VR-CITY-DETAIL  TO VR-ASOF-LINE.
112900     WRITE VR-ASOF-LINE.
113000     MOVE 'DEATH CITY '   TO VR-CY-LABEL.
113100     MOVE VRM-DEATH-CITY  TO VR-CY-CITY.
113200     MOVE VRM-DEATH-XDATE TO VR-CY-XDATE.
113300     MOVE SPACES          TO VR-ASOF-LINE.
113400     MOVE VR-CITY-DETAIL  TO VR-ASOF-LINE.
113500     WRITE VR-ASOF-LINE.
113600     MOVE VRM-ARRAY-115   TO VR-DP-ARRAY-115.
113700     MOVE SPACES          TO VR-ASOF-LINE.
113800     MOVE VR-DUPS-DETAIL  TO VR-ASOF-LINE.
113900     WRITE VR-ASOF-LINE.
114000     MOVE 'LAST MAINT '   TO VR-DT-LABEL.
114100     MOVE VRM-LAST-MAINT-DATE TO VR-DT-DATE.
114200     MOVE SPACES          TO VR-ASOF-LINE.
114300     MOVE VR-DATE-DETAIL  TO VR-ASOF-LINE.
114400     WRITE VR-ASOF-LINE.
114500     PERFORM 4500-DECODE-ARRAYS
114600         THRU 4500-DECODE-ARRAYS-EXIT.
114700 4000-PRINT-STATEMENT-EXIT.
114800     EXIT.
114900*
115000******************************************************************
115100* 4500-DECODE-ARRAYS WALKS THE FIXED VRM-ARRAYS IMAGE EXACTLY AS *
115200* VR630 DOES, EXCEPT THAT A CODE IS DECODED BY THE VRCODE ENTRY  *
115300* IN EFFECT AT THE AS-OF DATE, NOT TODAY.                        *
115400******************************************************************
115500 4500-DECODE-ARRAYS.
115600     MOVE 1 TO VR-ARRAYS-OFF.
115700     MOVE ZERO TO VR-OD-OUTER.
115800     PERFORM 4510-DECODE-111-114
115900         THRU 4510-DECODE-111-114-EXIT
116000         VARYING VR-INNER-IDX FROM 1 BY 1
116100         UNTIL VR-INNER-IDX > VRM-ARRAY-111-CNT.
116200     PERFORM 4520-DECODE-111-117
116300         THRU 4520-DECODE-111-117-EXIT
116400         VARYING VR-INNER-IDX FROM 1 BY 1
116500         UNTIL VR-INNER-IDX > VRM-ARRAY-111-CNT.
116600     PERFORM 4530-DECODE-121-GROUP
116700         THRU 4530-DECODE-121-GROUP-EXIT
116800         VARYING VR-OUTER-IDX FROM 1 BY 1
116900         UNTIL VR-OUTER-IDX > VRM-ARRAY-121-CNT.
117000 4500-DECODE-ARRAYS-EXIT.
117100     EXIT.
117200*
117300 4510-DECODE-111-114.
117400     MOVE 'ARRAY-114' TO VR-LU-LABEL.
117500     MOVE ZERO TO VR-OD-OUTER.
117600     MOVE VR-INNER-IDX TO VR-OD-INNER.
117700     PERFORM 4560-TAKE-NEXT-ELEMENT
117800         THRU 4560-TAKE-NEXT-ELEMENT-EXIT.
117900     PERFORM 4600-DECODE-ONE
118000         THRU 4600-DECODE-ONE-EXIT.
118100 4510-DECODE-111-114-EXIT.
118200     EXIT.
118300*
118400 4520-DECODE-111-117.
118500     MOVE 'ARRAY-117' TO VR-LU-LABEL.
118600     MOVE ZERO TO VR-OD-OUTER.
118700     MOVE VR-INNER-IDX TO VR-OD-INNER.
118800     PERFORM 4560-TAKE-NEXT-ELEMENT
118900         THRU 4560-TAKE-NEXT-ELEMENT-EXIT.
119000     PERFORM 4600-DECODE-ONE
119100         THRU 4600-DECODE-ONE-EXIT.
119200 4520-DECODE-111-117-EXIT.
119300     EXIT.
119400*
119500 4530-DECODE-121-GROUP.
119600     PERFORM 4540-DECODE-121-114
119700         THRU 4540-DECODE-121-114-EXIT
119800         VARYING VR-INNER-IDX FROM 1 BY 1
119900         UNTIL VR-INNER-IDX > VRM-ARRAY-121-114-CNT.
120000     PERFORM 4550-DECODE-121-115
120100         THRU 4550-DECODE-121-115-EXIT
120200         VARYING VR-INNER-IDX FROM 1 BY 1
120300         UNTIL VR-INNER-IDX > VRM-ARRAY-121-115-CNT.
120400 4530-DECODE-121-GROUP-EXIT.
120500     EXIT.
120600*
120700 4540-DECODE-121-114.
120800     MOVE 'ARRAY-114' TO VR-LU-LABEL.
120900     MOVE VR-OUTER-IDX TO VR-OD-OUTER.
121000     MOVE VR-INNER-IDX TO VR-OD-INNER.
121100     PERFORM 4560-TAKE-NEXT-ELEMENT
121200         THRU 4560-TAKE-NEXT-ELEMENT-EXIT.
121300     PERFORM 4600-DECODE-ONE
121400         THRU 4600-DECODE-ONE-EXIT.
121500 4540-DECODE-121-114-EXIT.
121600     EXIT.
121700*
121800 4550-DECODE-121-115.
121900     MOVE 'ARRAY-115' TO VR-LU-LABEL.
122000     MOVE VR-OUTER-IDX TO VR-OD-OUTER.
122100     MOVE VR-INNER-IDX TO VR-OD-INNER.
122200     PERFORM 4560-TAKE-NEXT-ELEMENT
122300         THRU 4560-TAKE-NEXT-ELEMENT-EXIT.
122400     PERFORM 4600-DECODE-ONE
122500         THRU 4600-DECODE-ONE-EXIT.
122600 4550-DECODE-121-115-EXIT.
122700     EXIT.
122800*
122900 4560-TAKE-NEXT-ELEMENT.
123000     MOVE VRM-ARRAYS (VR-ARRAYS-OFF : 3) TO VR-LU-CODE.
123100     ADD 3 TO VR-ARRAYS-OFF.
123200 4560-TAKE-NEXT-ELEMENT-EXIT.
123300     EXIT.
123400*
123500 4600-DECODE-ONE.
123600     IF VR-LU-CODE = SPACES
123700         GO TO 4600-DECODE-ONE-EXIT
123800     END-IF.
123900     MOVE ZERO TO VR-CT-BEST.
124000     PERFORM 4610-SCAN-CODE-TABLE
124100         THRU 4610-SCAN-CODE-TABLE-EXIT
124200         VARYING VR-CT-IDX FROM 1 BY 1
124300         UNTIL VR-CT-IDX > VR-CT-USED.
124400     IF VR-CT-BEST > ZERO
124500         MOVE VR-CT-DESC (VR-CT-BEST) TO VR-LU-DESC
124600     ELSE
124700         MOVE '** CODE NOT ON TABLE **' TO VR-LU-DESC
124800         ADD 1 TO VR-UNKNOWN-COUNT
124900     END-IF.
125000     MOVE VR-LU-LABEL TO VR-OD-LABEL.
125100     MOVE VR-LU-CODE  TO VR-OD-CODE.
125200     MOVE VR-LU-DESC  TO VR-OD-DESC.
125300     MOVE SPACES      TO VR-ASOF-LINE.
125400     MOVE VR-OCCUR-DETAIL TO VR-ASOF-LINE.
125500     WRITE VR-ASOF-LINE.
125600 4600-DECODE-ONE-EXIT.
125700     EXIT.
125800*
125900 4610-SCAN-CODE-TABLE.
126000     IF VR-CT-CODE (VR-CT-IDX) NOT = VR-LU-CODE
126100         GO TO 4610-SCAN-CODE-TABLE-EXIT
126200     END-IF.
126300     IF VR-CT-EFF-DATE (VR-CT-IDX) > VR-DECODE-DATE
126400         GO TO 4610-SCAN-CODE-TABLE-EXIT
126500     END-IF.
126600     IF VR-CT-BEST = ZERO
126700         MOVE VR-CT-IDX TO VR-CT-BEST
126800         GO TO 4610-SCAN-CODE-TABLE-EXIT
126900     END-IF.
127000     IF VR-CT-EFF-DATE (VR-CT-IDX) >
127100            VR-CT-EFF-DATE (VR-CT-BEST)
127200         MOVE VR-CT-IDX TO VR-CT-BEST
127300     END-IF.
127400 4610-SCAN-CODE-TABLE-EXIT.
127500     EXIT.
127600*
127700******************************************************************
127800* 5000-PRINT-HISTORY LISTS EVERY RETAINED JOURNAL ACTION FOR THE *
127900* KEY IN THE ORDER IT HAPPENED, ACTIONS AFTER THE AS-OF DATE     *
128000* MARKED AS SUCH.                                                *
128100******************************************************************
128200 5000-PRINT-HISTORY.
128300     IF VR-HT-FIRST = ZERO
128400         MOVE 'NO CHANGE ON THE RETAINED JOURNALS' TO VR-MS-TEXT-1
128500         MOVE ZERO   TO VR-MS-DATE
128600         MOVE SPACES TO VR-MS-TEXT-2
128700         MOVE SPACES TO VR-ASOF-LINE
128800         MOVE VR-MESSAGE-DETAIL (1 : 52) TO VR-ASOF-LINE
128900         WRITE VR-ASOF-LINE
129000         GO TO 5000-PRINT-HISTORY-EXIT
129100     END-IF.
129200     MOVE SPACES TO VR-ASOF-LINE.
129300     MOVE VR-HISTORY-HEADING TO VR-ASOF-LINE.
129400     WRITE VR-ASOF-LINE.
129500     PERFORM 5100-PRINT-CHANGE
129600         THRU 5100-PRINT-CHANGE-EXIT
129700         VARYING VR-HT-IDX FROM VR-HT-FIRST BY 1
129800         UNTIL VR-HT-IDX > VR-HT-LAST.
129900 5000-PRINT-HISTORY-EXIT.
130000     EXIT.
130100*
130200******************************************************************
130300* 5100-PRINT-CHANGE PRINTS ONE ACTION.  THE IMAGE THE ACTION LEFT*
130400* IS THE NEXT ACTION'S BEFORE-IMAGE, OR FOR THE LAST ACTION THE  *
130500* CURRENT MASTER IMAGE - NOT HELD WHEN THE KEY HAS SINCE BEEN    *
130600* PURGED.  LOW-VALUES IS THE KEY NOT BEING ON THE MASTER.        *
130700******************************************************************
130800 5100-PRINT-CHANGE.
130900     MOVE VR-HT-IMAGE (VR-HT-IDX) TO VR-OLD-IMAGE.
131000     MOVE 'I' TO VR-AFTER-STATE-SW.
131100     IF VR-HT-IDX < VR-HT-LAST
131200         ADD 1 VR-HT-IDX GIVING VR-HT-NEXT
131300         MOVE VR-HT-IMAGE (VR-HT-NEXT) TO VR-NEW-IMAGE
131400     ELSE
131500         IF VR-ON-MASTER
131600             MOVE VR-CURRENT-IMAGE TO VR-NEW-IMAGE
131700         ELSE
131800             IF VR-HT-REKEYED-OUT (VR-HT-IDX)
131900                 MOVE LOW-VALUES TO VR-NEW-IMAGE
132000             ELSE
132100                 MOVE 'U' TO VR-AFTER-STATE-SW
132200             END-IF
132300         END-IF
132400     END-IF.
132500     IF VR-AFTER-HELD
132600        AND VR-NEW-IMAGE = LOW-VALUES
132700         MOVE 'A' TO VR-AFTER-STATE-SW
132800     END-IF.
132900     MOVE VR-HT-RUN-DATE (VR-HT-IDX) TO VR-HD-RUN-DATE.
133000     EVALUATE VR-HT-ACTION (VR-HT-IDX)
133100         WHEN 'A'
133200             MOVE 'ADDED'          TO VR-HD-ACTION
133300         WHEN 'R'
133400             MOVE 'REWRITTEN'      TO VR-HD-ACTION
133500         WHEN 'D'
133600             MOVE 'DELETE FLAGGED' TO VR-HD-ACTION
133700         WHEN 'V'
133800             MOVE 'REACTIVATED'    TO VR-HD-ACTION
133900         WHEN 'K'
134000             MOVE 'REKEYED OUT'    TO VR-HD-ACTION
134100         WHEN 'N'
134200             MOVE 'REKEYED IN'     TO VR-HD-ACTION
134300         WHEN OTHER
134400             MOVE 'UNKNOWN ACTION' TO VR-HD-ACTION
134500     END-EVALUATE.
134600     IF VR-HT-RUN-DATE (VR-HT-IDX) > VR-AS-OF-DATE
134700         MOVE 'AFTER AS-OF' TO VR-HD-TIMING
134800     ELSE
134900         MOVE SPACES        TO VR-HD-TIMING
135000     END-IF.
135100     MOVE SPACES TO VR-HD-CHANGES.
135200     MOVE 'N'    TO VR-SHOW-DETAIL-SW.
135300     EVALUATE TRUE
135400         WHEN VR-HT-REKEY (VR-HT-IDX)
135500             PERFORM 5150-SET-REKEY-NOTE
135600                 THRU 5150-SET-REKEY-NOTE-EXIT
135700         WHEN VR-OLD-IMAGE = LOW-VALUES
135800             CONTINUE
135900         WHEN VR-AFTER-UNKNOWN
136000             MOVE 'LATER IMAGE NOT HELD - PURGED FROM THE MASTER'
136100                 TO VR-HD-CHANGES
136200         WHEN VR-AFTER-ABSENT
136300             MOVE 'NOT ON THE MASTER BY THE NEXT ACTION'
136400                 TO VR-HD-CHANGES
136500         WHEN OTHER
136600             PERFORM 5200-COMPARE-GROUPS
136700                 THRU 5200-COMPARE-GROUPS-EXIT
136800     END-EVALUATE.
136900     MOVE SPACES            TO VR-ASOF-LINE.
137000     MOVE VR-HISTORY-DETAIL TO VR-ASOF-LINE.
137100     WRITE VR-ASOF-LINE.
137200     IF VR-SHOW-DETAIL
137300         PERFORM 5300-PRINT-GROUP-DETAIL
137400             THRU 5300-PRINT-GROUP-DETAIL-EXIT
137500     END-IF.
137600 5100-PRINT-CHANGE-EXIT.
137700     EXIT.
137800*
137900 5150-SET-REKEY-NOTE.
138000     IF VR-HT-OTHER-KEY (VR-HT-IDX) = SPACES
138100         GO TO 5150-SET-REKEY-NOTE-EXIT
138200     END-IF.
138300     IF VR-HT-REKEYED-OUT (VR-HT-IDX)
138400         MOVE 'TO'   TO VR-RN-DIRECTION
138500     ELSE
138600         MOVE 'FROM' TO VR-RN-DIRECTION
138700     END-IF.
138800     MOVE VR-HT-OTHER-FIELD-1 (VR-HT-IDX) TO VR-RN-FIELD-1.
138900     MOVE VR-HT-OTHER-RECORD-TYPE (VR-HT-IDX)
139000         TO VR-RN-RECORD-TYPE.
139100     MOVE VR-REKEY-NOTE TO VR-HD-CHANGES.
139200 5150-SET-REKEY-NOTE-EXIT.
139300     EXIT.
139400*
139500 5200-COMPARE-GROUPS.
139600     MOVE SPACES TO VR-GROUP-LIST.
139700     MOVE ZERO   TO VR-GROUPS-CHANGED.
139800     IF VRO-BIRTH-DETAILS NOT = VRN-BIRTH-DETAILS
139900         MOVE 'BIRTH'  TO VR-GL-BIRTH
140000         ADD 1 TO VR-GROUPS-CHANGED
140100     END-IF.
140200     IF VRO-DEATH-DETAILS NOT = VRN-DEATH-DETAILS
140300         MOVE 'DEATH'  TO VR-GL-DEATH
140400         ADD 1 TO VR-GROUPS-CHANGED
140500     END-IF.
140600     IF VRO-DUPS NOT = VRN-DUPS
140700         MOVE 'DUPS'   TO VR-GL-DUPS
140800         ADD 1 TO VR-GROUPS-CHANGED
140900     END-IF.
141000     IF VRO-ARRAY-COUNTS NOT = VRN-ARRAY-COUNTS
141100        OR VRO-ARRAYS NOT = VRN-ARRAYS
141200         MOVE 'ARRAYS' TO VR-GL-ARRAYS
141300         ADD 1 TO VR-GROUPS-CHANGED
141400     END-IF.
141500     IF VRO-DELETE-FLAG NOT = VRN-DELETE-FLAG
141600         MOVE 'STATUS' TO VR-GL-STATUS
141700         ADD 1 TO VR-GROUPS-CHANGED
141800     END-IF.
141900     IF VR-GROUPS-CHANGED = ZERO
142000         MOVE 'NO CONTENT GROUP CHANGED' TO VR-HD-CHANGES
142100     ELSE
142200         MOVE VR-GROUP-LIST TO VR-HD-CHANGES
142300         MOVE 'Y' TO VR-SHOW-DETAIL-SW
142400     END-IF.
142500 5200-COMPARE-GROUPS-EXIT.
142600     EXIT.
142700*
142800******************************************************************
142900* 5300-PRINT-GROUP-DETAIL SHOWS THE BEFORE AND AFTER VALUES OF   *
143000* EACH CHANGED GROUP.  AN ARRAYS CHANGE IS NAMED ONLY - THE      *
143100* CODES AS AT THE AS-OF DATE ARE ON THE STATEMENT ABOVE.         *
143200******************************************************************
143300 5300-PRINT-GROUP-DETAIL.
143400     IF VR-GL-BIRTH NOT = SPACES
143500         MOVE 'BIRTH'          TO VR-CG-LABEL
143600         MOVE VRO-BIRTH-CITY   TO VR-CV-CITY
143700         MOVE VRO-BIRTH-XDATE  TO VR-CV-XDATE
143800         MOVE VR-CITY-VIEW     TO VR-CG-BEFORE
143900         MOVE VRN-BIRTH-CITY   TO VR-CV-CITY
144000         MOVE VRN-BIRTH-XDATE  TO VR-CV-XDATE
144100         MOVE VR-CITY-VIEW     TO VR-CG-AFTER
144200         PERFORM 5310-WRITE-GROUP-DETAIL
144300             THRU 5310-WRITE-GROUP-DETAIL-EXIT
144400     END-IF.
144500     IF VR-GL-DEATH NOT = SPACES
144600         MOVE 'DEATH'          TO VR-CG-LABEL
144700         MOVE VRO-DEATH-CITY   TO VR-CV-CITY
144800         MOVE VRO-DEATH-XDATE  TO VR-CV-XDATE
144900         MOVE VR-CITY-VIEW     TO VR-CG-BEFORE
145000         MOVE VRN-DEATH-CITY   TO VR-CV-CITY
145100         MOVE VRN-DEATH-XDATE  TO VR-CV-XDATE
145200         MOVE VR-CITY-VIEW     TO VR-CG-AFTER
145300         PERFORM 5310-WRITE-GROUP-DETAIL
145400             THRU 5310-WRITE-GROUP-DETAIL-EXIT
145500     END-IF.
145600     IF VR-GL-DUPS NOT = SPACES
145700         MOVE 'DUPS'           TO VR-CG-LABEL
145800         MOVE VRO-ARRAY-115    TO VR-CG-BEFORE
145900         MOVE VRN-ARRAY-115    TO VR-CG-AFTER
146000         PERFORM 5310-WRITE-GROUP-DETAIL
146100             THRU 5310-WRITE-GROUP-DETAIL-EXIT
146200     END-IF.
146300     IF VR-GL-STATUS NOT = SPACES
146400         MOVE 'STATUS'         TO VR-CG-LABEL
146500         MOVE 'ACTIVE'         TO VR-CG-BEFORE
146600         IF VRO-LOGICALLY-DELETED
146700             MOVE 'LOGICALLY DELETED' TO VR-CG-BEFORE
146800         END-IF
146900         MOVE 'ACTIVE'         TO VR-CG-AFTER
147000         IF VRN-LOGICALLY-DELETED
147100             MOVE 'LOGICALLY DELETED' TO VR-CG-AFTER
147200         END-IF
147300         PERFORM 5310-WRITE-GROUP-DETAIL
147400             THRU 5310-WRITE-GROUP-DETAIL-EXIT
147500     END-IF.
147600 5300-PRINT-GROUP-DETAIL-EXIT.
147700     EXIT.
147800*
147900 5310-WRITE-GROUP-DETAIL.
148000     MOVE SPACES           TO VR-ASOF-LINE.
148100     MOVE VR-CHANGE-DETAIL TO VR-ASOF-LINE.
148200     WRITE VR-ASOF-LINE.
148300 5310-WRITE-GROUP-DETAIL-EXIT.
148400     EXIT.
148500*
148600 9000-TERMINATE.
148700     CLOSE VR-MASTER-FILE
148800           VR-ASOF-RPT.
148900     DISPLAY 'VR635 - AS-OF-DATE RECONSTRUCTION COMPLETE'.
149000     DISPLAY 'VR635 - CARDS READ        : ' VR-CARD-COUNT.
149100     DISPLAY 'VR635 - JOURNAL RECS READ : ' VR-JOURNAL-COUNT.
149200     DISPLAY 'VR635 - GENERATIONS READ  : ' VR-GENERATION-COUNT.
149300     DISPLAY 'VR635 - OLDEST RUN-DATE   : ' VR-OLDEST-RUN-DATE.
149400     DISPLAY 'VR635 - HISTORY ENTRIES   : ' VR-HT-USED.
149500     DISPLAY 'VR635 - RECONSTRUCTED     : ' VR-RECONSTRUCT-COUNT.
149600     DISPLAY 'VR635 - NOT ON MASTER THEN: ' VR-NOT-HELD-COUNT.
149700     DISPLAY 'VR635 - HISTORY PURGED    : ' VR-PURGED-COUNT.
149800     DISPLAY 'VR635 - KEYS NOT FOUND    : ' VR-NOT-FOUND-COUNT.
149900     DISPLAY 'VR635 - SEALED RESTRICTED : ' VR-RESTRICTED-COUNT.
150000     DISPLAY 'VR635 - CODES NOT ON TABLE: ' VR-UNKNOWN-COUNT.
150100     PERFORM 9100-WRITE-RUN-STATS
150200         THRU 9100-WRITE-RUN-STATS-EXIT.
150300 9000-TERMINATE-EXIT.
150400     EXIT.
150500*
150600******************************************************************
150700* 9100-WRITE-RUN-STATS APPENDS THE RUN'S COUNTS TO THE SHARED    *
150800* RUN-STATISTICS HISTORY FILE FOR THE VR700 TREND REPORT.        *
150900******************************************************************
151000 9100-WRITE-RUN-STATS.
151100     OPEN EXTEND VR-STATS-FILE.
151200     MOVE 'VR635'              TO VRST-PROGRAM-ID.
151300     MOVE VR-REPORT-DATE       TO VRST-RUN-DATE.
151400     MOVE VR-CARD-COUNT        TO VRST-INPUT-COUNT.
151500     MOVE VR-RECONSTRUCT-COUNT TO VRST-RESULT-COUNT-1.
151600     MOVE VR-NOT-FOUND-COUNT   TO VRST-RESULT-COUNT-2.
151700     MOVE VR-PURGED-COUNT      TO VRST-RESULT-COUNT-3.
151800     MOVE SPACES               TO VRST-OFFICE-ID.
151900     WRITE VR-STAT-RECORD.
152000     CLOSE VR-STATS-FILE.
152100 9100-WRITE-RUN-STATS-EXIT.
152200     EXIT.
