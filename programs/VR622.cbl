      *****************************************************************
      *                                                               *
      *   VR622    -  PARTNER DELTA ROUTING                           *
      *                                                               *
      *   RUNS AFTER VR620 AND CUTS THE NIGHT'S VRDELTA FILE INTO    *
      *   ONE DELTA PER SUBSCRIBING PARTNER, SO NO PARTNER HAS TO    *
      *   FILTER THE FULL FILE ITSELF OR REJECTS A TRANSMISSION FOR  *
      *   CARRYING RECORD TYPES IT CANNOT LOAD.  THE SUBSCRIPTION    *
      *   FILE (VRSUB01, VRSUBS LAYOUT) SAYS PER PARTNER WHICH       *
      *   RECORD TYPES, WHICH CHANGED CONTENT GROUPS AND WHICH       *
      *   CANONICAL CITIES IT RECEIVES.  A DELTA RECORD GOES TO A    *
      *   PARTNER WHEN -                                             *
      *                                                               *
      *     - ITS RECORD TYPE IS ONE THE PARTNER SUBSCRIBES TO,      *
      *     - FOR A CHANGE, AT LEAST ONE OF THE GROUPS THAT CHANGED  *
      *       IS ONE THE PARTNER SUBSCRIBES TO - THE PARTNER'S COPY  *
      *       CARRIES ONLY THE SUBSCRIBED GROUPS' CHANGE FLAGS, AND  *
      *     - THE PARTNER HAS NO CITY LIST, OR THE BIRTH OR DEATH    *
      *       CITY ON THE RECORD IMAGE IS ON IT.                     *
      *                                                               *
      *   EVERY ROUTED RECORD IS WRITTEN TO VRRTD01 AS THE PARTNER   *
      *   ID FOLLOWED BY THE VRDELTA RECORD - THE SPLIT STEP IN      *
      *   VR620J COPIES EACH PARTNER'S RECORDS, WITHOUT THE PREFIX,  *
      *   TO THAT PARTNER'S OWN DELTA GENERATION.  EACH PARTNER'S    *
      *   ADDS, CHANGES AND DROPS GO TO THE RUN-STATISTICS HISTORY   *
      *   AS A VR622 RECORD WITH THE PARTNER ID IN THE OFFICE FIELD, *
      *   WHICH VR640 RECONCILES THAT PARTNER'S ACKNOWLEDGMENT       *
      *   AGAINST.  THE CITY NAMES ARE CHECKED AGAINST THE CANONICAL *
      *   NAMES ON THE CITY REFERENCE FILE (VRCTY01).  ANY ERROR ON  *
      *   THE SUBSCRIPTION FILE - AN UNKNOWN CARD, A BAD FLAG, A     *
      *   CITY CARD WITH NO PROFILE, A CITY THAT IS NOT CANONICAL,   *
      *   A DUPLICATE PARTNER OR A FULL TABLE - ENDS THE RUN WITH    *
      *   RETURN CODE 8 BEFORE ANYTHING IS ROUTED, SINCE A PARTNER   *
      *   WOULD OTHERWISE SILENTLY RECEIVE THE WRONG RECORDS.        *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL PROGRAM.                          *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VR622.
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
001500     SELECT VR-DELTA-FILE     ASSIGN TO VRDEL01
001600                              ORGANIZATION IS SEQUENTIAL.
001700     SELECT VR-SUBSCRIPTION-FILE
001800                              ASSIGN TO VRSUB01
001900                              ORGANIZATION IS SEQUENTIAL.
002000     SELECT VR-CITY-FILE      ASSIGN TO VRCTY01
002100                              ORGANIZATION IS SEQUENTIAL.
002200     SELECT VR-ROUTED-FILE    ASSIGN TO VRRTD01
002300                              ORGANIZATION IS SEQUENTIAL.
002400     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002500                              ORGANIZATION IS SEQUENTIAL.
002600*
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  VR-DELTA-FILE
003000     RECORDING MODE IS F
003100     LABEL RECORDS ARE STANDARD.
003200     COPY VRDELTA.
003300*
003400 FD  VR-SUBSCRIPTION-FILE
003500     RECORDING MODE IS F
003600     LABEL RECORDS ARE STANDARD.
003700     COPY VRSUBS.
003800*
003900 FD  VR-CITY-FILE
004000     RECORDING MODE IS F
004100     LABEL RECORDS ARE STANDARD.
004200     COPY VRCITY.
004300*
004400******************************************************************
004500* THE ROUTED RECORD IS THE PARTNER ID FOLLOWED BY THE VRDELTA    *
004600* RECORD, WITH THE CHANGE FLAGS CUT DOWN TO THE PARTNER'S        *
004700* SUBSCRIBED GROUPS.                                             *
004800******************************************************************
004900 FD  VR-ROUTED-FILE
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  VR-ROUTED-RECORD.
005300     03  VR-RT-PARTNER-ID      PIC X(04).
005400     03  VR-RT-DELTA.
005500         05  VR-RT-ACTION      PIC X(01).
005600         05  VR-RT-KEY         PIC X(21).
005700         05  VR-RT-CHANGED-GROUPS
005800                               PIC X(04).
005900         05  VR-RT-REMAINDER   PIC X(359).
006000*
006100 FD  VR-STATS-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY VRSTAT.
006500*
006600 WORKING-STORAGE SECTION.
006700 01  VR-SWITCHES.
006800     05  VR-DELTA-EOF-SW       PIC X(01)  VALUE 'N'.
006900         88  VR-DELTA-EOF                 VALUE 'Y'.
007000     05  VR-SUBSCRIPTION-EOF-SW
007100                               PIC X(01)  VALUE 'N'.
007200         88  VR-SUBSCRIPTION-EOF          VALUE 'Y'.
007300     05  VR-CITY-EOF-SW        PIC X(01)  VALUE 'N'.
007400         88  VR-CITY-EOF                  VALUE 'Y'.
007500     05  VR-ROUTED-SW          PIC X(01)  VALUE 'N'.
007600         88  VR-RECORD-ROUTED             VALUE 'Y'.
007700*
007800 01  VR-COUNTERS.
007900     05  VR-DELTA-COUNT        PIC 9(09)  COMP VALUE ZERO.
008000     05  VR-ROUTED-COUNT       PIC 9(09)  COMP VALUE ZERO.
008100     05  VR-UNROUTED-COUNT     PIC 9(09)  COMP VALUE ZERO.
008200     05  VR-CARD-COUNT         PIC 9(09)  COMP VALUE ZERO.
008300     05  VR-CARD-ERROR-COUNT   PIC 9(09)  COMP VALUE ZERO.
008400*
008500 01  VR-INDEXES.
008600     05  VR-SB-IDX             PIC 9(02)  COMP VALUE ZERO.
008700     05  VR-SB-SLOT            PIC 9(02)  COMP VALUE ZERO.
008800     05  VR-SC-IDX             PIC 9(02)  COMP VALUE ZERO.
008900     05  VR-SC-SLOT            PIC 9(02)  COMP VALUE ZERO.
009000     05  VR-CARD-IDX           PIC 9(02)  COMP VALUE ZERO.
009100     05  VR-CY-IDX             PIC 9(04)  COMP VALUE ZERO.
009200     05  VR-CY-SLOT            PIC 9(04)  COMP VALUE ZERO.
009300*
009400 01  VR-LOOKUP-WORK.
009500     05  VR-LU-PARTNER         PIC X(04)  VALUE SPACES.
009600     05  VR-LU-CITY            PIC X(20)  VALUE SPACES.
009700     05  VR-WORK-GROUPS.
009800         10  VR-WG-BIRTH       PIC X(01)  VALUE SPACE.
009900         10  VR-WG-DEATH       PIC X(01)  VALUE SPACE.
010000         10  VR-WG-DUPS        PIC X(01)  VALUE SPACE.
010100         10  VR-WG-ARRAYS      PIC X(01)  VALUE SPACE.
010200*
010300******************************************************************
010400* THE RECORD IMAGE LAID OUT AS VRDUPNM - FOR RECORD-TYPE '1' AND *
010500* '2' CITY-A IS THE BIRTH CITY AND CITY-B THE DEATH CITY, FOR    *
010600* RECORD-TYPE '3' CITY-A IS THE DEATH CITY.                      *
010700******************************************************************
010800 01  VR-IMAGE-VIEW.
010900     05  VR-IV-RECORD-TYPE     PIC X(01).
011000     05  VR-IV-FIELD-1         PIC X(20).
011100     05  VR-IV-RUN-DATE        PIC X(08).
011200     05  VR-IV-CITY-A          PIC X(20).
011300     05  VR-IV-XDATE-A         PIC X(08).
011400     05  VR-IV-CITY-B          PIC X(20).
011500     05  FILLER                PIC X(278).
011600*
011700******************************************************************
011800* THE CANONICAL CITY TABLE - ONE ENTRY PER APPROVED NAME ON THE  *
011900* CITY REFERENCE FILE (THE ROWS WHOSE VARIANT IS THE CANONICAL   *
012000* NAME ITSELF).                                                  *
012100******************************************************************
012200 01  VR-CITY-TABLE.
012300     05  VR-CY-USED            PIC 9(04)  COMP VALUE ZERO.
012400     05  VR-CY-MAX             PIC 9(04)  COMP VALUE 1000.
012500     05  VR-CY-ENTRY OCCURS 1000 TIMES.
012600         10  VR-CY-CANONICAL   PIC X(20).
012700*
012800******************************************************************
012900* THE SUBSCRIPTION TABLE - ONE ENTRY PER PARTNER, WITH ITS       *
013000* RECORD TYPES, GROUPS, CITY LIST AND THE COUNTS ROUTED TO IT.   *
013100******************************************************************
013200 01  VR-SUBSCRIPTION-TABLE.
013300     05  VR-SB-USED            PIC 9(02)  COMP VALUE ZERO.
013400     05  VR-SB-MAX             PIC 9(02)  COMP VALUE 20.
013500     05  VR-SB-ENTRY OCCURS 20 TIMES.
013600         10  VR-SB-PARTNER-ID  PIC X(04).
013700         10  VR-SB-TYPES.
013800             15  VR-SB-TYPE-1  PIC X(01).
013900             15  VR-SB-TYPE-2  PIC X(01).
014000             15  VR-SB-TYPE-3  PIC X(01).
014100         10  VR-SB-GROUPS.
014200             15  VR-SB-BIRTH   PIC X(01).
014300             15  VR-SB-DEATH   PIC X(01).
014400             15  VR-SB-DUPS    PIC X(01).
014500             15  VR-SB-ARRAYS  PIC X(01).
014600         10  VR-SB-ADD-COUNT   PIC 9(09)  COMP.
014700         10  VR-SB-CHG-COUNT   PIC 9(09)  COMP.
014800         10  VR-SB-DRP-COUNT   PIC 9(09)  COMP.
014900         10  VR-SC-USED        PIC 9(02)  COMP.
015000         10  VR-SC-CITY        PIC X(20)  OCCURS 30 TIMES.
015100 01  VR-SC-MAX                 PIC 9(02)  COMP VALUE 30.
015200*
015300 PROCEDURE DIVISION.
015400*
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE
015700         THRU 1000-INITIALIZE-EXIT.
015800     PERFORM 2000-ROUTE-DELTA
015900         THRU 2000-ROUTE-DELTA-EXIT
016000         UNTIL VR-DELTA-EOF.
016100     PERFORM 9000-TERMINATE
016200         THRU 9000-TERMINATE-EXIT.
016300     STOP RUN.
016400*
016500 1000-INITIALIZE.
016600     PERFORM 1100-LOAD-CITY-TABLE
016700         THRU 1100-LOAD-CITY-TABLE-EXIT.
016800     PERFORM 1200-LOAD-SUBSCRIPTIONS
016900         THRU 1200-LOAD-SUBSCRIPTIONS-EXIT.
017000     IF VR-CARD-ERROR-COUNT > ZERO
017100         DISPLAY 'VR622 - ' VR-CARD-ERROR-COUNT
017200                 ' SUBSCRIPTION CARD ERROR(S) - NO DELTA ROUTED'
017300         MOVE 8 TO RETURN-CODE
017400         STOP RUN
017500     END-IF.
017600     IF VR-SB-USED = ZERO
017700         DISPLAY 'VR622 - SUBSCRIPTION FILE IS EMPTY - NO DELTA'
017800                 ' ROUTED'
017900         MOVE 8 TO RETURN-CODE
018000         STOP RUN
018100     END-IF.
018200     OPEN INPUT  VR-DELTA-FILE
018300          OUTPUT VR-ROUTED-FILE.
018400     PERFORM 2100-READ-DELTA
018500         THRU 2100-READ-DELTA-EXIT.
018600 1000-INITIALIZE-EXIT.
018700     EXIT.
018800*
018900 1100-LOAD-CITY-TABLE.
019000     OPEN INPUT VR-CITY-FILE.
019100     PERFORM 1110-READ-CITY
019200         THRU 1110-READ-CITY-EXIT.
019300     PERFORM 1120-TABLE-CITY
019400         THRU 1120-TABLE-CITY-EXIT
019500         UNTIL VR-CITY-EOF.
019600     CLOSE VR-CITY-FILE.
019700 1100-LOAD-CITY-TABLE-EXIT.
019800     EXIT.
019900*
020000 1110-READ-CITY.
020100     READ VR-CITY-FILE
020200         AT END
020300             MOVE 'Y' TO VR-CITY-EOF-SW
020400     END-READ.
020500 1110-READ-CITY-EXIT.
020600     EXIT.
020700*
020800 1120-TABLE-CITY.
020900     IF VRCY-VARIANT = VRCY-CANONICAL
021000         IF VR-CY-USED >= VR-CY-MAX
021100             DISPLAY 'VR622 - CITY TABLE FULL - CANONICAL NAME '
021200                     VRCY-CANONICAL ' NOT LOADED'
021300         ELSE
021400             ADD 1 TO VR-CY-USED
021500             MOVE VRCY-CANONICAL TO VR-CY-CANONICAL (VR-CY-USED)
021600         END-IF
021700     END-IF.
021800     PERFORM 1110-READ-CITY
021900         THRU 1110-READ-CITY-EXIT.
022000 1120-TABLE-CITY-EXIT.
022100     EXIT.
022200*
022300 1200-LOAD-SUBSCRIPTIONS.
022400     OPEN INPUT VR-SUBSCRIPTION-FILE.
022500     PERFORM 1210-READ-SUBSCRIPTION
022600         THRU 1210-READ-SUBSCRIPTION-EXIT.
022700     PERFORM 1220-TABLE-SUBSCRIPTION
022800         THRU 1220-TABLE-SUBSCRIPTION-EXIT
022900         UNTIL VR-SUBSCRIPTION-EOF.
023000     CLOSE VR-SUBSCRIPTION-FILE.
023100 1200-LOAD-SUBSCRIPTIONS-EXIT.
023200     EXIT.
023300*
023400 1210-READ-SUBSCRIPTION.
023500     READ VR-SUBSCRIPTION-FILE
023600         AT END
023700             MOVE 'Y' TO VR-SUBSCRIPTION-EOF-SW
023800     END-READ.
023900 1210-READ-SUBSCRIPTION-EXIT.
024000     EXIT.
024100*
024200 1220-TABLE-SUBSCRIPTION.
024300     ADD 1 TO VR-CARD-COUNT.
024400     IF VRSB-PARTNER-ID = SPACES
024500         DISPLAY 'VR622 - CARD ' VR-CARD-COUNT
024600                 ' HAS NO PARTNER ID'
024700         ADD 1 TO VR-CARD-ERROR-COUNT
024800         GO TO 1220-TABLE-SUBSCRIPTION-WRAP-UP
024900     END-IF.
025000     MOVE VRSB-PARTNER-ID TO VR-LU-PARTNER.
025100     PERFORM 3100-FIND-PARTNER
025200         THRU 3100-FIND-PARTNER-EXIT.
025300     EVALUATE TRUE
025400         WHEN VRSB-PROFILE-CARD
025500             PERFORM 1230-TABLE-PROFILE
025600                 THRU 1230-TABLE-PROFILE-EXIT
025700         WHEN VRSB-CITY-CARD
025800             PERFORM 1240-TABLE-CITIES
025900                 THRU 1240-TABLE-CITIES-EXIT
026000         WHEN OTHER
026100             DISPLAY 'VR622 - CARD ' VR-CARD-COUNT
026200                     ' KIND NOT RECOGNIZED - ' VRSB-CARD-KIND
026300                     ' FOR PARTNER ' VRSB-PARTNER-ID
026400             ADD 1 TO VR-CARD-ERROR-COUNT
026500     END-EVALUATE.
026600 1220-TABLE-SUBSCRIPTION-WRAP-UP.
026700     PERFORM 1210-READ-SUBSCRIPTION
026800         THRU 1210-READ-SUBSCRIPTION-EXIT.
026900 1220-TABLE-SUBSCRIPTION-EXIT.
027000     EXIT.
027100*
027200******************************************************************
027300* 1230-TABLE-PROFILE OPENS A PARTNER'S TABLE ENTRY.  A SPACE     *
027400* FLAG MEANS 'N'.  A PROFILE MUST SUBSCRIBE TO AT LEAST ONE      *
027500* RECORD TYPE.                                                   *
027600******************************************************************
027700 1230-TABLE-PROFILE.
027800     IF VR-SB-SLOT > ZERO
027900         DISPLAY 'VR622 - CARD ' VR-CARD-COUNT
028000                 ' DUPLICATE PROFILE FOR PARTNER '
028100                 VRSB-PARTNER-ID
028200         ADD 1 TO VR-CARD-ERROR-COUNT
028300         GO TO 1230-TABLE-PROFILE-EXIT
028400     END-IF.
028500     INSPECT VRSB-RECORD-TYPES REPLACING ALL SPACE BY 'N'.
028600     INSPECT VRSB-GROUPS REPLACING ALL SPACE BY 'N'.
028700     IF (VRSB-WANT-TYPE-1 NOT = 'Y' AND NOT = 'N')
028800        OR (VRSB-WANT-TYPE-2 NOT = 'Y' AND NOT = 'N')
028900        OR (VRSB-WANT-TYPE-3 NOT = 'Y' AND NOT = 'N')
029000        OR (VRSB-WANT-BIRTH NOT = 'Y' AND NOT = 'N')
029100        OR (VRSB-WANT-DEATH NOT = 'Y' AND NOT = 'N')
029200        OR (VRSB-WANT-DUPS NOT = 'Y' AND NOT = 'N')
029300        OR (VRSB-WANT-ARRAYS NOT = 'Y' AND NOT = 'N')
029400         DISPLAY 'VR622 - CARD ' VR-CARD-COUNT
029500                 ' PROFILE FLAG NOT Y OR N FOR PARTNER '
029600                 VRSB-PARTNER-ID
029700         ADD 1 TO VR-CARD-ERROR-COUNT
029800         GO TO 1230-TABLE-PROFILE-EXIT
029900     END-IF.
030000     IF VRSB-RECORD-TYPES = 'NNN'
030100         DISPLAY 'VR622 - CARD ' VR-CARD-COUNT
030200                 ' NO RECORD TYPE SUBSCRIBED FOR PARTNER '
030300                 VRSB-PARTNER-ID
030400         ADD 1 TO VR-CARD-ERROR-COUNT
030500         GO TO 1230-TABLE-PROFILE-EXIT
030600     END-IF.
030700     IF VR-SB-USED >= VR-SB-MAX
030800         DISPLAY 'VR622 - SUBSCRIPTION TABLE FULL - PARTNER '
030900                 VRSB-PARTNER-ID ' NOT LOADED'
031000         ADD 1 TO VR-CARD-ERROR-COUNT
031100         GO TO 1230-TABLE-PROFILE-EXIT
031200     END-IF.
031300     ADD 1 TO VR-SB-USED.
031400     MOVE VRSB-PARTNER-ID   TO VR-SB-PARTNER-ID (VR-SB-USED).
031500     MOVE VRSB-RECORD-TYPES TO VR-SB-TYPES (VR-SB-USED).
031600     MOVE VRSB-GROUPS       TO VR-SB-GROUPS (VR-SB-USED).
031700     MOVE ZERO              TO VR-SB-ADD-COUNT (VR-SB-USED)
031800                               VR-SB-CHG-COUNT (VR-SB-USED)
031900                               VR-SB-DRP-COUNT (VR-SB-USED)
032000                               VR-SC-USED (VR-SB-USED).
032100 1230-TABLE-PROFILE-EXIT.
032200     EXIT.
032300*
032400 1240-TABLE-CITIES.
032500     IF VR-SB-SLOT = ZERO
032600         DISPLAY 'VR622 - CARD ' VR-CARD-COUNT
032700                 ' CITY CARD WITH NO PROFILE FOR PARTNER '
032800                 VRSB-PARTNER-ID
032900         ADD 1 TO VR-CARD-ERROR-COUNT
033000         GO TO 1240-TABLE-CITIES-EXIT
033100     END-IF.
033200     PERFORM 1250-TABLE-ONE-CITY
033300         THRU 1250-TABLE-ONE-CITY-EXIT
033400         VARYING VR-CARD-IDX FROM 1 BY 1
033500         UNTIL VR-CARD-IDX > 3.
033600 1240-TABLE-CITIES-EXIT.
033700     EXIT.
033800*
033900 1250-TABLE-ONE-CITY.
034000     IF VRSB-CITY (VR-CARD-IDX) = SPACES
034100         GO TO 1250-TABLE-ONE-CITY-EXIT
034200     END-IF.
034300     MOVE ZERO TO VR-CY-SLOT.
034400     PERFORM 1260-SCAN-CANONICAL
034500         THRU 1260-SCAN-CANONICAL-EXIT
034600         VARYING VR-CY-IDX FROM 1 BY 1
034700         UNTIL VR-CY-IDX > VR-CY-USED
034800            OR VR-CY-SLOT > ZERO.
034900     IF VR-CY-SLOT = ZERO
035000         DISPLAY 'VR622 - CARD ' VR-CARD-COUNT
035100                 ' CITY NOT A CANONICAL NAME - '
035200                 VRSB-CITY (VR-CARD-IDX)
035300         ADD 1 TO VR-CARD-ERROR-COUNT
035400         GO TO 1250-TABLE-ONE-CITY-EXIT
035500     END-IF.
035600     IF VR-SC-USED (VR-SB-SLOT) >= VR-SC-MAX
035700         DISPLAY 'VR622 - CITY LIST FULL FOR PARTNER '
035800                 VRSB-PARTNER-ID ' - '
035900                 VRSB-CITY (VR-CARD-IDX) ' NOT LOADED'
036000         ADD 1 TO VR-CARD-ERROR-COUNT
036100         GO TO 1250-TABLE-ONE-CITY-EXIT
036200     END-IF.
036300     ADD 1 TO VR-SC-USED (VR-SB-SLOT).
036400     MOVE VRSB-CITY (VR-CARD-IDX)
036500         TO VR-SC-CITY (VR-SB-SLOT, VR-SC-USED (VR-SB-SLOT)).
036600 1250-TABLE-ONE-CITY-EXIT.
036700     EXIT.
036800*
036900 1260-SCAN-CANONICAL.
037000     IF VR-CY-CANONICAL (VR-CY-IDX) = VRSB-CITY (VR-CARD-IDX)
037100         MOVE VR-CY-IDX TO VR-CY-SLOT
037200     END-IF.
037300 1260-SCAN-CANONICAL-EXIT.
037400     EXIT.
037500*
037600******************************************************************
037700* 2000-ROUTE-DELTA OFFERS EACH DELTA RECORD TO EVERY PARTNER ON  *
037800* THE SUBSCRIPTION TABLE.                                        *
037900******************************************************************
038000 2000-ROUTE-DELTA.
038100     MOVE VRD-RECORD-IMAGE TO VR-IMAGE-VIEW.
038200     MOVE 'N' TO VR-ROUTED-SW.
038300     PERFORM 2200-ROUTE-TO-PARTNER
038400         THRU 2200-ROUTE-TO-PARTNER-EXIT
038500         VARYING VR-SB-IDX FROM 1 BY 1
038600         UNTIL VR-SB-IDX > VR-SB-USED.
038700     IF NOT VR-RECORD-ROUTED
038800         ADD 1 TO VR-UNROUTED-COUNT
038900     END-IF.
039000     PERFORM 2100-READ-DELTA
039100         THRU 2100-READ-DELTA-EXIT.
039200 2000-ROUTE-DELTA-EXIT.
039300     EXIT.
039400*
039500 2100-READ-DELTA.
039600     READ VR-DELTA-FILE
039700         AT END
039800             MOVE 'Y' TO VR-DELTA-EOF-SW
039900         NOT AT END
040000             ADD 1 TO VR-DELTA-COUNT
040100     END-READ.
040200 2100-READ-DELTA-EXIT.
040300     EXIT.
040400*
040500 2200-ROUTE-TO-PARTNER.
040600     EVALUATE VRD-RECORD-TYPE
040700         WHEN '1'
040800             IF VR-SB-TYPE-1 (VR-SB-IDX) NOT = 'Y'
040900                 GO TO 2200-ROUTE-TO-PARTNER-EXIT
041000             END-IF
041100         WHEN '2'
041200             IF VR-SB-TYPE-2 (VR-SB-IDX) NOT = 'Y'
041300                 GO TO 2200-ROUTE-TO-PARTNER-EXIT
041400             END-IF
041500         WHEN '3'
041600             IF VR-SB-TYPE-3 (VR-SB-IDX) NOT = 'Y'
041700                 GO TO 2200-ROUTE-TO-PARTNER-EXIT
041800             END-IF
041900         WHEN OTHER
042000             GO TO 2200-ROUTE-TO-PARTNER-EXIT
042100     END-EVALUATE.
042200     MOVE VRD-CHANGED-GROUPS TO VR-WORK-GROUPS.
042300     IF VRD-CHANGED
042400         PERFORM 2210-CUT-CHANGE-GROUPS
042500             THRU 2210-CUT-CHANGE-GROUPS-EXIT
042600         IF VR-WORK-GROUPS = SPACES
042700             GO TO 2200-ROUTE-TO-PARTNER-EXIT
042800         END-IF
042900     END-IF.
043000     IF VR-SC-USED (VR-SB-IDX) > ZERO
043100         PERFORM 2220-CHECK-CITIES
043200             THRU 2220-CHECK-CITIES-EXIT
043300         IF VR-SC-SLOT = ZERO
043400             GO TO 2200-ROUTE-TO-PARTNER-EXIT
043500         END-IF
043600     END-IF.
043700     PERFORM 2300-WRITE-ROUTED
043800         THRU 2300-WRITE-ROUTED-EXIT.
043900 2200-ROUTE-TO-PARTNER-EXIT.
044000     EXIT.
044100*
044200******************************************************************
044300* 2210-CUT-CHANGE-GROUPS CLEARS THE CHANGE FLAG OF EVERY GROUP   *
044400* THE PARTNER DOES NOT SUBSCRIBE TO - NOTHING LEFT FLAGGED MEANS *
044500* NOTHING THIS PARTNER LOADS CHANGED.                            *
044600******************************************************************
044700 2210-CUT-CHANGE-GROUPS.
044800     IF VR-SB-BIRTH (VR-SB-IDX) NOT = 'Y'
044900         MOVE SPACE TO VR-WG-BIRTH
045000     END-IF.
045100     IF VR-SB-DEATH (VR-SB-IDX) NOT = 'Y'
045200         MOVE SPACE TO VR-WG-DEATH
045300     END-IF.
045400     IF VR-SB-DUPS (VR-SB-IDX) NOT = 'Y'
045500         MOVE SPACE TO VR-WG-DUPS
045600     END-IF.
045700     IF VR-SB-ARRAYS (VR-SB-IDX) NOT = 'Y'
045800         MOVE SPACE TO VR-WG-ARRAYS
045900     END-IF.
046000 2210-CUT-CHANGE-GROUPS-EXIT.
046100     EXIT.
046200*
046300******************************************************************
046400* 2220-CHECK-CITIES LEAVES VR-SC-SLOT NON-ZERO WHEN THE RECORD'S *
046500* BIRTH OR DEATH CITY IS ON THE PARTNER'S CITY LIST.             *
046600******************************************************************
046700 2220-CHECK-CITIES.
046800     MOVE ZERO TO VR-SC-SLOT.
046900     MOVE VR-IV-CITY-A TO VR-LU-CITY.
047000     PERFORM 2230-SCAN-PARTNER-CITY
047100         THRU 2230-SCAN-PARTNER-CITY-EXIT
047200         VARYING VR-SC-IDX FROM 1 BY 1
047300         UNTIL VR-SC-IDX > VR-SC-USED (VR-SB-IDX)
047400            OR VR-SC-SLOT > ZERO.
047500     IF VR-SC-SLOT > ZERO
047600        OR VRD-RECORD-TYPE = '3'
047700         GO TO 2220-CHECK-CITIES-EXIT
047800     END-IF.
047900     MOVE VR-IV-CITY-B TO VR-LU-CITY.
048000     PERFORM 2230-SCAN-PARTNER-CITY
048100         THRU 2230-SCAN-PARTNER-CITY-EXIT
048200         VARYING VR-SC-IDX FROM 1 BY 1
048300         UNTIL VR-SC-IDX > VR-SC-USED (VR-SB-IDX)
048400            OR VR-SC-SLOT > ZERO.
048500 2220-CHECK-CITIES-EXIT.
048600     EXIT.
048700*
048800 2230-SCAN-PARTNER-CITY.
048900     IF VR-LU-CITY NOT = SPACES
049000        AND VR-SC-CITY (VR-SB-IDX, VR-SC-IDX) = VR-LU-CITY
049100         MOVE VR-SC-IDX TO VR-SC-SLOT
049200     END-IF.
049300 2230-SCAN-PARTNER-CITY-EXIT.
049400     EXIT.
049500*
049600 2300-WRITE-ROUTED.
049700     MOVE VR-SB-PARTNER-ID (VR-SB-IDX) TO VR-RT-PARTNER-ID.
049800     MOVE VR-DELTA-RECORD TO VR-RT-DELTA.
049900     MOVE VR-WORK-GROUPS TO VR-RT-CHANGED-GROUPS.
050000     WRITE VR-ROUTED-RECORD.
050100     ADD 1 TO VR-ROUTED-COUNT.
050200     MOVE 'Y' TO VR-ROUTED-SW.
050300     EVALUATE TRUE
050400         WHEN VRD-ADDED
050500             ADD 1 TO VR-SB-ADD-COUNT (VR-SB-IDX)
050600         WHEN VRD-CHANGED
050700             ADD 1 TO VR-SB-CHG-COUNT (VR-SB-IDX)
050800         WHEN OTHER
050900             ADD 1 TO VR-SB-DRP-COUNT (VR-SB-IDX)
051000     END-EVALUATE.
051100 2300-WRITE-ROUTED-EXIT.
051200     EXIT.
051300*
051400******************************************************************
051500* 3100-FIND-PARTNER LEAVES VR-SB-SLOT POINTING AT THE TABLE      *
051600* ENTRY FOR VR-LU-PARTNER, OR ZERO.                              *
051700******************************************************************
051800 3100-FIND-PARTNER.
051900     MOVE ZERO TO VR-SB-SLOT.
052000     PERFORM 3110-SCAN-PARTNER
052100         THRU 3110-SCAN-PARTNER-EXIT
052200         VARYING VR-SB-IDX FROM 1 BY 1
052300         UNTIL VR-SB-IDX > VR-SB-USED
052400            OR VR-SB-SLOT > ZERO.
052500 3100-FIND-PARTNER-EXIT.
052600     EXIT.
052700*
052800 3110-SCAN-PARTNER.
052900     IF VR-SB-PARTNER-ID (VR-SB-IDX) = VR-LU-PARTNER
053000         MOVE VR-SB-IDX TO VR-SB-SLOT
053100     END-IF.
053200 3110-SCAN-PARTNER-EXIT.
053300     EXIT.
053400*
053500 9000-TERMINATE.
053600     CLOSE VR-DELTA-FILE
053700           VR-ROUTED-FILE.
053800     DISPLAY 'VR622 - PARTNER DELTA ROUTING COMPLETE'.
053900     DISPLAY 'VR622 - DELTA RECORDS READ: ' VR-DELTA-COUNT.
054000     DISPLAY 'VR622 - RECORDS ROUTED    : ' VR-ROUTED-COUNT.
054100     DISPLAY 'VR622 - ROUTED TO NO ONE  : ' VR-UNROUTED-COUNT.
054200     DISPLAY 'VR622 - PARTNERS          : ' VR-SB-USED.
054300     PERFORM 9010-DISPLAY-PARTNER
054400         THRU 9010-DISPLAY-PARTNER-EXIT
054500         VARYING VR-SB-IDX FROM 1 BY 1
054600         UNTIL VR-SB-IDX > VR-SB-USED.
054700     PERFORM 9100-WRITE-RUN-STATS
054800         THRU 9100-WRITE-RUN-STATS-EXIT.
054900 9000-TERMINATE-EXIT.
055000     EXIT.
055100*
055200 9010-DISPLAY-PARTNER.
055300     DISPLAY 'VR622 - PARTNER ' VR-SB-PARTNER-ID (VR-SB-IDX)
055400             ' ADDS ' VR-SB-ADD-COUNT (VR-SB-IDX)
055500             ' CHANGES ' VR-SB-CHG-COUNT (VR-SB-IDX)
055600             ' DROPS ' VR-SB-DRP-COUNT (VR-SB-IDX).
055700 9010-DISPLAY-PARTNER-EXIT.
055800     EXIT.
055900*
056000******************************************************************
056100* 9100-WRITE-RUN-STATS APPENDS THE RUN'S COUNTS TO THE SHARED    *
056200* RUN-STATISTICS HISTORY FILE FOR THE VR700 TREND REPORT - ONE   *
056300* SUITE-WIDE RECORD, THEN ONE PER PARTNER WITH THE PARTNER ID IN *
056400* THE OFFICE FIELD.  THE RUN-DATE IS TAKEN THE SAME WAY VR620    *
056500* TAKES IT, SO VR640 SEES EACH PARTNER'S COUNTS UNDER THE SAME   *
056600* RUN DATE AS THE FULL DELTA.                                    *
056700******************************************************************
056800 9100-WRITE-RUN-STATS.
056900     OPEN EXTEND VR-STATS-FILE.
057000     MOVE 'VR622'            TO VRST-PROGRAM-ID.
057100     ACCEPT VRST-RUN-DATE FROM DATE YYYYMMDD.
057200     MOVE VR-DELTA-COUNT     TO VRST-INPUT-COUNT.
057300     MOVE VR-ROUTED-COUNT    TO VRST-RESULT-COUNT-1.
057400     MOVE VR-SB-USED         TO VRST-RESULT-COUNT-2.
057500     MOVE VR-UNROUTED-COUNT  TO VRST-RESULT-COUNT-3.
057600     MOVE SPACES             TO VRST-OFFICE-ID.
057700     WRITE VR-STAT-RECORD.
057800     PERFORM 9110-WRITE-PARTNER-STATS
057900         THRU 9110-WRITE-PARTNER-STATS-EXIT
058000         VARYING VR-SB-IDX FROM 1 BY 1
058100         UNTIL VR-SB-IDX > VR-SB-USED.
058200     CLOSE VR-STATS-FILE.
058300 9100-WRITE-RUN-STATS-EXIT.
058400     EXIT.
058500*
058600 9110-WRITE-PARTNER-STATS.
058700     MOVE VR-SB-ADD-COUNT (VR-SB-IDX)  TO VRST-RESULT-COUNT-1.
058800     MOVE VR-SB-CHG-COUNT (VR-SB-IDX)  TO VRST-RESULT-COUNT-2.
058900     MOVE VR-SB-DRP-COUNT (VR-SB-IDX)  TO VRST-RESULT-COUNT-3.
059000     MOVE VR-SB-PARTNER-ID (VR-SB-IDX) TO VRST-OFFICE-ID.
059100     WRITE VR-STAT-RECORD.
059200 9110-WRITE-PARTNER-STATS-EXIT.
059300     EXIT.
