      *                    OFFSETS, SO THE OFFICE BREAKDOWN RIDES ON  *
      *                    THE COUNTS AND THE VRSTAT RECORDS, NOT     *
      *                    THE DATA RECORD.                           *
      *   15/10/26   RLB   CROSS-OFFICE DUPLICATE RESOLUTION - EVERY  *
      *                    GOOD RECORD WRITTEN IS NOW MATCHED BY A    *
      *                    VROFFC OFFICE ATTRIBUTION RECORD ON        *
      *                    VROFC01, IN THE SAME ORDER, SO VR130 CAN   *
      *                    TELL WHICH OFFICE SENT EACH COPY OF A KEY. *
      *                    OPENED EXTEND ON A RESTART LIKE THE OTHER  *
      *                    OUTPUTS.                                   *
      *   15/10/26   RLB   POSTS GOOD, SUSPENSE AND REJECT COUNTS AND *
      *                    HASH TOTALS BY OFFICE AND RECORD-TYPE TO   *
      *                    THE VRLEDG BALANCING LEDGER (VRLGR01).     *
      *   15/10/26   RLB   APPENDS EVERY SUSPENSE AND REJECT ITEM,    *
      *                    WITH ITS OFFICE AND REASON CODE, TO THE    *
      *                    VRQUAL DATA-QUALITY EVENT LOG (VRQLG01)    *
      *                    READ BY THE VR720 OFFICE SCORECARD.        *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
002240                              ORGANIZATION IS SEQUENTIAL.
002250     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002260                              ORGANIZATION IS SEQUENTIAL.
002270     SELECT VR-OFFICE-FILE    ASSIGN TO VROFC01
002280                              ORGANIZATION IS SEQUENTIAL.
002286     SELECT VR-LEDGER-FILE    ASSIGN TO VRLGR01
002292                              ORGANIZATION IS SEQUENTIAL.
002294     SELECT VR-QUALITY-FILE   ASSIGN TO VRQLG01
002296                              ORGANIZATION IS SEQUENTIAL.
002300*
002400 DATA DIVISION.
002500 FILE SECTION.
003700     RECORDING MODE IS F
003800     LABEL RECORDS ARE STANDARD.
003900     COPY VRSUSP.
003910*
003920 FD  VR-QUALITY-FILE
003930     RECORDING MODE IS F
003940     LABEL RECORDS ARE STANDARD.
003950     COPY VRQUAL.
004000*
004010 FD  VR-REJECT-FILE
004020     RECORDING MODE IS F
004030     LABEL RECORDS ARE STANDARD.
004040     COPY VRREJ.
004041*
004042 FD  VR-LEDGER-FILE
004043     RECORDING MODE IS F
004044     LABEL RECORDS ARE STANDARD.
004045     COPY VRLEDG.
004050*
004052 FD  VR-OFFICE-FILE
004054     RECORDING MODE IS F
004056     LABEL RECORDS ARE STANDARD.
004058     COPY VROFFC.
004059*
004060 FD  VR-CHECKPOINT-FILE
004070     RECORDING MODE IS F
004080     LABEL RECORDS ARE STANDARD.
004110     COPY VRRECTB.
004112*
004114     COPY VRDAYTB.
004116*
004118     COPY VRLGWK.
004120*
004200 01  VR-SWITCHES.
004300     05  VR-EOF-SW             PIC X(01)  VALUE 'N'.
004980     05  VR-OUTPUT-REC-LEN     PIC 9(04)  COMP VALUE ZERO.
004982*
004984 01  VR-CURRENT-OFFICE         PIC X(04)  VALUE SPACES.
004985 01  VR-QUALITY-DATE           PIC 9(08)  VALUE ZERO.
004986*
004988******************************************************************
004990* THE OFFICE TABLE ACCUMULATES GOOD/SUSPENSE/REJECT COUNTS PER   *
006310         THRU 1010-CHECK-RESTART-PARM-EXIT.
006315     OPEN INPUT  VR-INPUT-FILE.
006320     IF VR-RESTART-REQUESTED
006321         MOVE 'Y' TO VR-BL-RESTART-SW
006322         OPEN EXTEND VR-OUTPUT-FILE
006324         OPEN EXTEND VR-SUSPENSE-FILE
006326         OPEN EXTEND VR-REJECT-FILE
006327         OPEN EXTEND VR-OFFICE-FILE
006328     ELSE
006330         OPEN OUTPUT VR-OUTPUT-FILE
006332         OPEN OUTPUT VR-SUSPENSE-FILE
006334         OPEN OUTPUT VR-REJECT-FILE
006335         OPEN OUTPUT VR-OFFICE-FILE
006336     END-IF.
006337     OPEN EXTEND VR-QUALITY-FILE.
006338     PERFORM 1020-OPEN-CHECKPOINT
006340         THRU 1020-OPEN-CHECKPOINT-EXIT.
006342     ACCEPT VR-QUALITY-DATE FROM DATE YYYYMMDD.
006345     PERFORM 2100-READ-INPUT
006350         THRU 2100-READ-INPUT-EXIT.
006355     IF VR-RESTART-REQUESTED
006860         AT END
006865             MOVE 'Y' TO VR-EOF-SW
006870     END-READ.
006871     PERFORM 7300-NOTE-RUN-DATE
006872         THRU 7300-NOTE-RUN-DATE-EXIT.
006875 2100-READ-INPUT-EXIT.
006880     EXIT.
006885*
009590              VRJ-REASON-TEXT
009592         MOVE VR-CURRENT-OFFICE         TO VRJ-OFFICE-ID
009600         WRITE VR-REJECT-RECORD
009602         MOVE 'RJ' TO VR-BL-POST-CATEGORY
009604         PERFORM 7350-POST-INPUT-RECORD
009606             THRU 7350-POST-INPUT-RECORD-EXIT
009607         PERFORM 7710-POST-REJECT-EVENT
009608             THRU 7710-POST-REJECT-EVENT-EXIT
009610         ADD 1 TO VR-REJECT-COUNT
009612         PERFORM 7200-FIND-OFFICE-SLOT
009614             THRU 7200-FIND-OFFICE-SLOT-EXIT
010790                                     TO VRS-DEATH-XDATE.
010792     MOVE VR-CURRENT-OFFICE          TO VRS-OFFICE-ID.
010800     WRITE VR-SUSPENSE-RECORD.
010802     MOVE 'SU' TO VR-BL-POST-CATEGORY.
010804     PERFORM 7350-POST-INPUT-RECORD
010806         THRU 7350-POST-INPUT-RECORD-EXIT.
010807     PERFORM 7700-POST-SUSPENSE-EVENT
010808         THRU 7700-POST-SUSPENSE-EVENT-EXIT.
010810     ADD 1 TO VR-SUSPENSE-COUNT.
010812     PERFORM 7200-FIND-OFFICE-SLOT
010814         THRU 7200-FIND-OFFICE-SLOT-EXIT.
013650     MOVE VR-CURRENT-OFFICE          TO VRS-OFFICE-ID.
013700     WRITE VR-SUSPENSE-RECORD.
013800     ADD 1 TO VR-SUSPENSE-COUNT.
013805     MOVE 'SU' TO VR-BL-POST-CATEGORY.
013810     PERFORM 7350-POST-INPUT-RECORD
013815         THRU 7350-POST-INPUT-RECORD-EXIT.
013816     PERFORM 7700-POST-SUSPENSE-EVENT
013817         THRU 7700-POST-SUSPENSE-EVENT-EXIT.
013820     PERFORM 7200-FIND-OFFICE-SLOT
013840         THRU 7200-FIND-OFFICE-SLOT-EXIT.
013860     IF VR-OF-SLOT > ZERO
014230         TO VR-OUTPUT-RECORD (1 : VR-INPUT-REC-LEN).
014400     WRITE VR-OUTPUT-RECORD.
014500     ADD 1 TO VR-GOOD-COUNT.
014501     MOVE 'GD' TO VR-BL-POST-CATEGORY.
014502     PERFORM 7350-POST-INPUT-RECORD
014503         THRU 7350-POST-INPUT-RECORD-EXIT.
014505     MOVE SPACES                     TO VR-OFFICE-ATTR-RECORD.
014510     MOVE FIELD-1     OF DUP-NAME-1  TO VROA-FIELD-1.
014512     MOVE RECORD-TYPE OF DUP-NAME-1  TO VROA-RECORD-TYPE.
014514     MOVE VR-CURRENT-OFFICE          TO VROA-OFFICE-ID.
014516     MOVE VR-INPUT-COUNT             TO VROA-EXTRACT-SEQ.
014518     WRITE VR-OFFICE-ATTR-RECORD.
014520     PERFORM 7200-FIND-OFFICE-SLOT
014540         THRU 7200-FIND-OFFICE-SLOT-EXIT.
014560     IF VR-OF-SLOT > ZERO
014770 7210-SCAN-OFFICE-EXIT.
014772     EXIT.
014774*
014779******************************************************************
014784* 7300-NOTE-RUN-DATE TAKES THE NIGHT'S RUN-DATE FOR THE          *
014789* BALANCING LEDGER FROM THE CREATE DATE OF THE FIRST HEADER      *
014794* CONTROL RECORD READ - VR050 HAS ALREADY PROVED EVERY HEADER'S  *
014799* CREATE DATE AGAINST THE SCHEDULED DATE.                        *
014804******************************************************************
014809 7300-NOTE-RUN-DATE.
014814     IF VR-EOF
014819        OR VR-BL-RUN-DATE NOT = ZERO
014824        OR RECORD-TYPE OF DUP-NAME-1 NOT = '0'
014829         GO TO 7300-NOTE-RUN-DATE-EXIT
014834     END-IF.
014839     IF VRH-CREATE-DATE NUMERIC
014844         MOVE VRH-CREATE-DATE TO VR-BL-RUN-DATE
014849     END-IF.
014854 7300-NOTE-RUN-DATE-EXIT.
014859     EXIT.
014864*
014869******************************************************************
014874* 7350-POST-INPUT-RECORD POSTS THE INPUT RECORD TO THE LEDGER    *
014879* TABLE UNDER THE CATEGORY THE CALLER HAS SET AND THE OFFICE     *
014884* WHOSE HEADER/TRAILER PAIR IT CAME IN.                          *
014889******************************************************************
014894 7350-POST-INPUT-RECORD.
014899     MOVE VR-CURRENT-OFFICE TO VR-BL-POST-OFFICE.
014904     MOVE DUP-NAME-1 (1 : VR-INPUT-REC-LEN) TO VR-HASH-RECORD.
014909     PERFORM 7400-POST-RECORD-TOTALS
014914         THRU 7400-POST-RECORD-TOTALS-EXIT.
014919 7350-POST-INPUT-RECORD-EXIT.
014924     EXIT.
014929*
014934******************************************************************
014939* 7400-POST-RECORD-TOTALS HASHES THE RECORD IN VR-HASH-RECORD    *
014944* AND POSTS IT TO THE LEDGER TABLE AS ONE RECORD UNDER THE       *
014949* CATEGORY AND OFFICE THE CALLER HAS SET.                        *
014954******************************************************************
014959 7400-POST-RECORD-TOTALS.
014964     MOVE VR-HASH-RECTYPE TO VR-BL-POST-RECTYPE.
014969     MOVE 1               TO VR-BL-POST-COUNT.
014974     PERFORM 7500-HASH-RECORD
014979         THRU 7500-HASH-RECORD-EXIT.
014984     PERFORM 7600-POST-LEDGER
014989         THRU 7600-POST-LEDGER-EXIT.
014994 7400-POST-RECORD-TOTALS-EXIT.
014999     EXIT.
015004*
015009******************************************************************
015014* 7500-HASH-RECORD WORKS OUT THE XDATE AND FIELD-1 HASH TOTALS   *
015019* OF THE RECORD IN VR-HASH-RECORD FOR THE BALANCING LEDGER.  A   *
015024* DATE THAT IS NOT NUMERIC CONTRIBUTES ZERO.                     *
015029******************************************************************
015034 7500-HASH-RECORD.
015039     MOVE ZERO TO VR-HASH-REC-XDATE
015044                  VR-HASH-REC-FIELD-1.
015049     IF VR-HASH-RECTYPE = '1' OR '2'
015054         IF VR-HASH-BIRTH-XDATE NUMERIC
015059             ADD VR-HASH-BIRTH-XDATE TO VR-HASH-REC-XDATE
015064         END-IF
015069         IF VR-HASH-DEATH-XDATE NUMERIC
015074             ADD VR-HASH-DEATH-XDATE TO VR-HASH-REC-XDATE
015079         END-IF
015084     END-IF.
015089     IF VR-HASH-RECTYPE = '3'
015094        AND VR-HASH-D3-DEATH-XDATE NUMERIC
015099         ADD VR-HASH-D3-DEATH-XDATE TO VR-HASH-REC-XDATE
015104     END-IF.
015109     PERFORM 7510-HASH-CHARACTER
015114         THRU 7510-HASH-CHARACTER-EXIT
015119         VARYING VR-HASH-POS FROM 1 BY 1
015124         UNTIL VR-HASH-POS > 20.
015129 7500-HASH-RECORD-EXIT.
015134     EXIT.
015139*
015144 7510-HASH-CHARACTER.
015149     MOVE VR-HASH-FIELD-1 (VR-HASH-POS : 1) TO VR-HASH-CHAR.
015154     MOVE ZERO TO VR-HASH-ORD.
015159     INSPECT VR-HASH-ALPHABET TALLYING VR-HASH-ORD
015164         FOR CHARACTERS BEFORE INITIAL VR-HASH-CHAR.
015169     COMPUTE VR-HASH-REC-FIELD-1 = VR-HASH-REC-FIELD-1
015174         + (VR-HASH-ORD * VR-HASH-POS).
015179 7510-HASH-CHARACTER-EXIT.
015184     EXIT.
015189*
015194******************************************************************
015199* 7600-POST-LEDGER ADDS VR-BL-POST-COUNT AND THE RECORD HASHES   *
015204* TO THE LEDGER TABLE ENTRY FOR THE POSTING CATEGORY, OFFICE AND *
015209* RECORD-TYPE, TAKING THE NEXT FREE SLOT FOR ONE NOT YET SEEN.   *
015214******************************************************************
015219 7600-POST-LEDGER.
015224     MOVE ZERO TO VR-BL-SLOT.
015229     PERFORM 7610-SCAN-LEDGER
015234         THRU 7610-SCAN-LEDGER-EXIT
015239         VARYING VR-BL-IDX FROM 1 BY 1
015244         UNTIL VR-BL-IDX > VR-BL-USED
015249            OR VR-BL-SLOT > ZERO.
015254     IF VR-BL-SLOT = ZERO
015259        AND VR-BL-USED < VR-BL-MAX
015264         ADD 1 TO VR-BL-USED
015269         MOVE VR-BL-USED          TO VR-BL-SLOT
015274         MOVE VR-BL-POST-CATEGORY TO VR-BL-CATEGORY (VR-BL-SLOT)
015279         MOVE VR-BL-POST-OFFICE   TO VR-BL-OFFICE (VR-BL-SLOT)
015284         MOVE VR-BL-POST-RECTYPE  TO VR-BL-RECTYPE (VR-BL-SLOT)
015289         MOVE ZERO TO VR-BL-COUNT (VR-BL-SLOT)
015294                      VR-BL-XDATE-HASH (VR-BL-SLOT)
015299                      VR-BL-FIELD-1-HASH (VR-BL-SLOT)
015304     END-IF.
015309     IF VR-BL-SLOT = ZERO
015314         DISPLAY 'VR100 - LEDGER TABLE FULL - CATEGORY '
015319                 VR-BL-POST-CATEGORY ' OFFICE '
015324                 VR-BL-POST-OFFICE ' NOT POSTED'
015329         GO TO 7600-POST-LEDGER-EXIT
015334     END-IF.
015339     ADD VR-BL-POST-COUNT    TO VR-BL-COUNT (VR-BL-SLOT).
015344     ADD VR-HASH-REC-XDATE   TO VR-BL-XDATE-HASH (VR-BL-SLOT).
015349     ADD VR-HASH-REC-FIELD-1 TO VR-BL-FIELD-1-HASH (VR-BL-SLOT).
015354 7600-POST-LEDGER-EXIT.
015359     EXIT.
015364*
015369 7610-SCAN-LEDGER.
015374     IF VR-BL-CATEGORY (VR-BL-IDX) = VR-BL-POST-CATEGORY
015379        AND VR-BL-OFFICE (VR-BL-IDX) = VR-BL-POST-OFFICE
015384        AND VR-BL-RECTYPE (VR-BL-IDX) = VR-BL-POST-RECTYPE
015389         MOVE VR-BL-IDX TO VR-BL-SLOT
015394     END-IF.
015399 7610-SCAN-LEDGER-EXIT.
015404     EXIT.
015409*
015414******************************************************************
015419* 7700-POST-SUSPENSE-EVENT AND 7710-POST-REJECT-EVENT APPEND THE *
015424* SUSPENSE OR REJECT RECORD JUST WRITTEN TO THE DATA-QUALITY     *
015429* EVENT LOG (VRQLG01) UNDER THE CURRENT OFFICE, FOR THE VR720    *
015434* OFFICE SCORECARD.  THE LOG IS APPENDED TO ON A RESTART AS ON A *
015439* NORMAL RUN, SO AN ITEM THE ABENDED RUN WROTE PAST ITS LAST     *
015444* CHECKPOINT IS LOGGED TWICE, AS IT IS WRITTEN TWICE TO THE      *
015449* SUSPENSE OR REJECT GENERATION.                                 *
015454******************************************************************
015459 7700-POST-SUSPENSE-EVENT.
015464     MOVE SPACES                     TO VR-QUALITY-RECORD.
015469     MOVE VR-QUALITY-DATE            TO VRQL-EVENT-DATE.
015474     MOVE VRS-OFFICE-ID              TO VRQL-OFFICE-ID.
015479     MOVE 'SU'                       TO VRQL-CATEGORY.
015484     MOVE VRS-REASON-CODE            TO VRQL-REASON.
015489     MOVE 'VR100'                    TO VRQL-PROGRAM-ID.
015494     MOVE VRS-RECORD-TYPE            TO VRQL-RECORD-TYPE.
015499     MOVE VRS-FIELD-1                TO VRQL-FIELD-1.
015504     MOVE VRS-RUN-DATE               TO VRQL-RUN-DATE.
015509     WRITE VR-QUALITY-RECORD.
015514 7700-POST-SUSPENSE-EVENT-EXIT.
015519     EXIT.
015524*
015529 7710-POST-REJECT-EVENT.
015534     MOVE SPACES                     TO VR-QUALITY-RECORD.
015539     MOVE VR-QUALITY-DATE            TO VRQL-EVENT-DATE.
015544     MOVE VRJ-OFFICE-ID              TO VRQL-OFFICE-ID.
015549     MOVE 'RJ'                       TO VRQL-CATEGORY.
015554     MOVE VRJ-REASON-CODE            TO VRQL-REASON.
015559     MOVE 'VR100'                    TO VRQL-PROGRAM-ID.
015564     MOVE VRJ-RECORD-TYPE            TO VRQL-RECORD-TYPE.
015569     MOVE VRJ-FIELD-1                TO VRQL-FIELD-1.
015574     MOVE VRJ-RUN-DATE               TO VRQL-RUN-DATE.
015579     WRITE VR-QUALITY-RECORD.
015584 7710-POST-REJECT-EVENT-EXIT.
015589     EXIT.
015594*
015599 8200-DISPLAY-OFFICE-COUNTS.
015604     DISPLAY 'VR100 - OFFICE ' VR-OF-OFFICE (VR-OF-IDX)
015609             ' GOOD ' VR-OF-GOOD-COUNT (VR-OF-IDX)
015614             ' SUSPENSE ' VR-OF-SUSP-COUNT (VR-OF-IDX)
015619             ' REJECT ' VR-OF-REJ-COUNT (VR-OF-IDX).
015624 8200-DISPLAY-OFFICE-COUNTS-EXIT.
015629     EXIT.
015634*
015639 9000-TERMINATE.
015644     CLOSE VR-INPUT-FILE
015649           VR-OUTPUT-FILE
015654           VR-SUSPENSE-FILE
015659           VR-REJECT-FILE
015664           VR-CHECKPOINT-FILE
015669           VR-OFFICE-FILE
015674           VR-QUALITY-FILE.
015679     DISPLAY 'VR100 - DUP-NAME LOAD AND EDIT COMPLETE'.
015684     DISPLAY 'VR100 - RECORDS READ      : ' VR-INPUT-COUNT.
015689     DISPLAY 'VR100 - RECORDS GOOD      : ' VR-GOOD-COUNT.
015694     DISPLAY 'VR100 - RECORDS SUSPENSE  : ' VR-SUSPENSE-COUNT.
015699     DISPLAY 'VR100 - RECORDS REJECTED  : ' VR-REJECT-COUNT.
015704     DISPLAY 'VR100 - CONTROL RECORDS   : ' VR-CONTROL-COUNT.
015709     PERFORM 8200-DISPLAY-OFFICE-COUNTS
015714         THRU 8200-DISPLAY-OFFICE-COUNTS-EXIT
015719         VARYING VR-OF-IDX FROM 1 BY 1
015724         UNTIL VR-OF-IDX > VR-OF-USED.
015729     PERFORM 9100-WRITE-RUN-STATS
015734         THRU 9100-WRITE-RUN-STATS-EXIT.
015739     PERFORM 9400-WRITE-LEDGER
015744         THRU 9400-WRITE-LEDGER-EXIT.
015749 9000-TERMINATE-EXIT.
015754     EXIT.
015759*
015820******************************************************************
015830* 9100-WRITE-RUN-STATS APPENDS THE RUN'S COUNTS TO THE SHARED    *
015840* RUN-STATISTICS HISTORY FILE FOR THE VR700 TREND REPORT.  THE  *
015930     WRITE VR-STAT-RECORD.
015932 9200-WRITE-OFFICE-STATS-EXIT.
015934     EXIT.
015944*
016914******************************************************************
016924* 9400-WRITE-LEDGER APPENDS THE RUN'S CONTROL TOTALS TO THE      *
016934* BALANCING LEDGER UNDER THE NIGHT'S RUN-DATE FOR VR690.  A RUN  *
016944* THAT COUNTED NOTHING STILL POSTS ONE ZERO '00' RECORD SO VR690 *
016954* CAN TELL IT RAN.                                               *
016964******************************************************************
016974 9400-WRITE-LEDGER.
016984     IF VR-BL-USED = ZERO
016994         MOVE '00'   TO VR-BL-POST-CATEGORY
017004         MOVE SPACES TO VR-BL-POST-OFFICE
017014         MOVE SPACE  TO VR-BL-POST-RECTYPE
017024         MOVE ZERO   TO VR-BL-POST-COUNT
017034                        VR-HASH-REC-XDATE
017044                        VR-HASH-REC-FIELD-1
017054         PERFORM 7600-POST-LEDGER
017064             THRU 7600-POST-LEDGER-EXIT
017074     END-IF.
017084     ACCEPT VR-BL-POSTED-DATE FROM DATE YYYYMMDD.
017094     ACCEPT VR-BL-POSTED-TIME FROM TIME.
017104     OPEN EXTEND VR-LEDGER-FILE.
017114     PERFORM 9410-WRITE-LEDGER-ENTRY
017124         THRU 9410-WRITE-LEDGER-ENTRY-EXIT
017134         VARYING VR-BL-IDX FROM 1 BY 1
017144         UNTIL VR-BL-IDX > VR-BL-USED.
017154     CLOSE VR-LEDGER-FILE.
017164 9400-WRITE-LEDGER-EXIT.
017174     EXIT.
017184*
017194 9410-WRITE-LEDGER-ENTRY.
017204     MOVE SPACES                   TO VR-LEDGER-RECORD.
017214     MOVE VR-BL-RUN-DATE           TO VRLG-RUN-DATE.
017224     MOVE 'VR100'                  TO VRLG-PROGRAM-ID.
017234     MOVE VR-BL-POSTED-DATE        TO VRLG-POSTED-DATE.
017244     MOVE VR-BL-POSTED-TIME        TO VRLG-POSTED-TIME.
017254     MOVE VR-BL-CATEGORY (VR-BL-IDX)
017264                                   TO VRLG-CATEGORY.
017274     MOVE VR-BL-OFFICE (VR-BL-IDX) TO VRLG-OFFICE-ID.
017284     MOVE VR-BL-RECTYPE (VR-BL-IDX)
017294                                   TO VRLG-RECORD-TYPE.
017304     MOVE VR-BL-COUNT (VR-BL-IDX)  TO VRLG-RECORD-COUNT.
017314     MOVE VR-BL-XDATE-HASH (VR-BL-IDX)
017324                                   TO VRLG-XDATE-HASH.
017334     MOVE VR-BL-FIELD-1-HASH (VR-BL-IDX)
017344                                   TO VRLG-FIELD-1-HASH.
017354     MOVE VR-BL-RESTART-SW         TO VRLG-RESTART-SW.
017364     WRITE VR-LEDGER-RECORD.
017374 9410-WRITE-LEDGER-ENTRY-EXIT.
017384     EXIT.
