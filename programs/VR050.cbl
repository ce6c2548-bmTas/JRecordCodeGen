      *        CONSISTENT WITH ITS RECORD-TYPE AND, FOR RECORD-      *
      *        TYPE '1', WITH ITS ARRAY-COUNTS COUNTERS, SO A        *
      *        CORRUPT COUNTER CANNOT BLOW UP VR100 MID-RUN.        *
      *     5. NO PAIR WHOSE OFFICE, CREATE DATE AND TRAILER COUNT   *
      *        ARE ALREADY ON THE PROCESSED-EXTRACT REGISTER         *
      *        (VRPREG) - A RESUBMITTED NIGHT OR A RESENT OFFICE     *
      *        FILE IS REFUSED HERE, UNLESS AN OPERATOR OVERRIDE     *
      *        CARD (VROVRD) NAMES IT.                               *
      *                                                               *
      *   ANY FAILED CHECK IS DISPLAYED WITH THE RECORD NUMBER AND   *
      *   KEY AND THE STEP ENDS WITH RETURN CODE 8 SO THE FOLLOWING  *
      *                    ARE VERIFIED INDEPENDENTLY, WITH COUNTS    *
      *                    AND VRSTAT RECORDS BROKEN DOWN PER         *
      *                    OFFICE.                                    *
      *   15/10/26   RLB   PROCESSED-EXTRACT REGISTER - EVERY PAIR    *
      *                    IS CHECKED AGAINST THE REGISTER ON         *
      *                    VRREG01 AND A PAIR ALREADY PROCESSED IS    *
      *                    AN ERROR.  OVERRIDE CARDS ON VROVR01 LET   *
      *                    A DELIBERATE RERUN THROUGH AND ARE LOGGED  *
      *                    ON THE REGISTER.  A CLEAN RUN APPENDS ITS  *
      *                    PAIRS TO THE REGISTER.                     *
      *   15/10/26   RLB   CONTROL-TOTAL BALANCING LEDGER - THE DATA  *
      *                    RECORDS READ (PER OFFICE AND RECORD-TYPE,  *
      *                    WITH XDATE AND FIELD-1 HASH TOTALS) AND    *
      *                    EACH OFFICE'S TRAILER COUNT ARE POSTED TO  *
      *                    THE LEDGER ON VRLGR01 UNDER THE SCHEDULED  *
      *                    RUN-DATE FOR THE VR690 EXTRACT-TO-MASTER   *
      *                    PROOF.                                     *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
001600                              ORGANIZATION IS SEQUENTIAL.
001610     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
001620                              ORGANIZATION IS SEQUENTIAL.
001630     SELECT VR-REGISTER-FILE  ASSIGN TO VRREG01
001640                              ORGANIZATION IS SEQUENTIAL.
001650     SELECT VR-OVERRIDE-FILE  ASSIGN TO VROVR01
001660                              ORGANIZATION IS SEQUENTIAL.
001670     SELECT VR-LEDGER-FILE    ASSIGN TO VRLGR01
001680                              ORGANIZATION IS SEQUENTIAL.
001700*
001800 DATA DIVISION.
001900 FILE SECTION.
002530     RECORDING MODE IS F
002540     LABEL RECORDS ARE STANDARD.
002550     COPY VRSTAT.
002560*
002570 FD  VR-REGISTER-FILE
002575     RECORDING MODE IS F
002580     LABEL RECORDS ARE STANDARD.
002585     COPY VRPREG.
002590*
002592 FD  VR-OVERRIDE-FILE
002594     RECORDING MODE IS F
002596     LABEL RECORDS ARE STANDARD.
002598     COPY VROVRD.
002600*
002610 FD  VR-LEDGER-FILE
002620     RECORDING MODE IS F
002630     LABEL RECORDS ARE STANDARD.
002640     COPY VRLEDG.
002650*
002700 WORKING-STORAGE SECTION.
002800 01  VR-SWITCHES.
002900     05  VR-EOF-SW             PIC X(01)  VALUE 'N'.
003200         88  VR-HEADER-SEEN               VALUE 'Y'.
003300     05  VR-PAIR-OPEN-SW       PIC X(01)  VALUE 'N'.
003400         88  VR-PAIR-OPEN                 VALUE 'Y'.
003410     05  VR-REGISTER-EOF-SW    PIC X(01)  VALUE 'N'.
003420         88  VR-REGISTER-EOF              VALUE 'Y'.
003430     05  VR-OVERRIDE-EOF-SW    PIC X(01)  VALUE 'N'.
003440         88  VR-OVERRIDE-EOF              VALUE 'Y'.
003500*
003600 01  VR-COUNTERS.
003700     05  VR-INPUT-COUNT        PIC 9(09)  COMP VALUE ZERO.
003910     05  VR-UNKNOWN-TYPE-COUNT PIC 9(09)  COMP VALUE ZERO.
003920     05  VR-PAIR-COUNT         PIC 9(09)  COMP VALUE ZERO.
003930     05  VR-PAIR-DATA-COUNT    PIC 9(09)  COMP VALUE ZERO.
003940     05  VR-REGISTERED-COUNT   PIC 9(09)  COMP VALUE ZERO.
003950     05  VR-OVERRIDE-COUNT     PIC 9(09)  COMP VALUE ZERO.
004000*
004100 01  VR-RECORD-LENGTHS.
004200     05  VR-INPUT-REC-LEN      PIC 9(04)  COMP VALUE ZERO.
004700     05  VR-TRAILER-COUNT      PIC 9(09)  VALUE ZERO.
004800     05  VR-SCHEDULED-DATE     PIC X(08)  VALUE SPACES.
004810     05  VR-PAIR-OFFICE        PIC X(04)  VALUE SPACES.
004815     05  VR-TODAY              PIC 9(08)  VALUE ZERO.
004820*
004830 01  VR-INDEXES.
004840     05  VR-OF-IDX             PIC 9(02)  COMP VALUE ZERO.
004850     05  VR-OF-SLOT            PIC 9(02)  COMP VALUE ZERO.
004852     05  VR-RG-IDX             PIC 9(04)  COMP VALUE ZERO.
004854     05  VR-RG-SLOT            PIC 9(04)  COMP VALUE ZERO.
004856     05  VR-OV-IDX             PIC 9(02)  COMP VALUE ZERO.
004858     05  VR-OV-SLOT            PIC 9(02)  COMP VALUE ZERO.
004860*
004870******************************************************************
004880* THE OFFICE TABLE ACCUMULATES DATA-RECORD COUNTS PER SENDING    *
004940         10  VR-OF-OFFICE      PIC X(04).
004950         10  VR-OF-DATA-COUNT  PIC 9(09)  COMP.
004960*
004961******************************************************************
004962* THE REGISTER TABLE HOLDS THE REGISTER'S EXTRACT ENTRIES FOR    *
004963* THE SCHEDULED RUN-DATE - A PAIR WITH ANY OTHER CREATE DATE     *
004964* FAILS CHECK 1 BEFORE THE REGISTER IS CONSULTED.  EACH PAIR     *
004965* ACCEPTED TONIGHT IS ADDED AS A NEW ENTRY, SO THE SAME PAIR     *
004966* CONCATENATED TWICE ON ONE NIGHT IS ALSO CAUGHT, AND THE NEW    *
004967* ENTRIES ARE APPENDED TO THE REGISTER AT END OF JOB.            *
004968******************************************************************
004969 01  VR-REGISTER-TABLE.
004970     05  VR-RG-USED            PIC 9(04)  COMP VALUE ZERO.
004971     05  VR-RG-MAX             PIC 9(04)  COMP VALUE 200.
004972     05  VR-RG-ENTRY OCCURS 200 TIMES.
004973         10  VR-RG-OFFICE      PIC X(04).
004974         10  VR-RG-CREATE-DATE PIC X(08).
004975         10  VR-RG-COUNT       PIC 9(09).
004976         10  VR-RG-PROCESS-DATE
004977                               PIC 9(08).
004978         10  VR-RG-NEW-SW      PIC X(01).
004979             88  VR-RG-NEW                VALUE 'Y'.
004980         10  VR-RG-OVERRIDE-SW PIC X(01).
004981             88  VR-RG-BY-OVERRIDE        VALUE 'Y'.
004982         10  VR-RG-OPERATOR-ID PIC X(08).
004983         10  VR-RG-REASON      PIC X(25).
004984*
004985******************************************************************
004986* THE OVERRIDE TABLE HOLDS THE OPERATOR OVERRIDE CARDS ADDRESSED *
004987* TO VR050.                                                      *
004988******************************************************************
004989 01  VR-OVERRIDE-TABLE.
004990     05  VR-OV-USED            PIC 9(02)  COMP VALUE ZERO.
004991     05  VR-OV-MAX             PIC 9(02)  COMP VALUE 10.
004992     05  VR-OV-ENTRY OCCURS 10 TIMES.
004993         10  VR-OV-OFFICE      PIC X(04).
004994         10  VR-OV-CREATE-DATE PIC X(08).
004995         10  VR-OV-OPERATOR-ID PIC X(08).
004996         10  VR-OV-REASON      PIC X(25).
004997*
004998     COPY VRLGWK.
004999*
005000 LINKAGE SECTION.
005100 01  VR-PARM-AREA.
005200     05  VR-PARM-LEN           PIC S9(04) COMP.
007300         DISPLAY 'VR050 - SCHEDULED RUN-DATE PARM MISSING'
007400         ADD 1 TO VR-ERROR-COUNT
007500     END-IF.
007502     IF VR-SCHEDULED-DATE NUMERIC
007504         MOVE VR-SCHEDULED-DATE TO VR-BL-RUN-DATE
007506     END-IF.
007510     ACCEPT VR-TODAY FROM DATE YYYYMMDD.
007520     PERFORM 1100-LOAD-REGISTER
007530         THRU 1100-LOAD-REGISTER-EXIT.
007540     PERFORM 1200-LOAD-OVERRIDES
007550         THRU 1200-LOAD-OVERRIDES-EXIT.
007600     OPEN INPUT VR-INPUT-FILE.
007700     PERFORM 2100-READ-INPUT
007800         THRU 2100-READ-INPUT-EXIT.
007900 1000-INITIALIZE-EXIT.
008000     EXIT.
008010*
008011******************************************************************
008012* 1100-LOAD-REGISTER READS THE PROCESSED-EXTRACT REGISTER FRONT  *
008013* TO BACK AND KEEPS THE EXTRACT ENTRIES FOR THE SCHEDULED        *
008014* RUN-DATE.                                                      *
008015******************************************************************
008016 1100-LOAD-REGISTER.
008017     OPEN INPUT VR-REGISTER-FILE.
008018     PERFORM 1110-READ-REGISTER
008019         THRU 1110-READ-REGISTER-EXIT.
008020     PERFORM 1120-KEEP-REGISTER-ENTRY
008021         THRU 1120-KEEP-REGISTER-ENTRY-EXIT
008022         UNTIL VR-REGISTER-EOF.
008023     CLOSE VR-REGISTER-FILE.
008024 1100-LOAD-REGISTER-EXIT.
008025     EXIT.
008026*
008027 1110-READ-REGISTER.
008028     READ VR-REGISTER-FILE
008029         AT END
008030             MOVE 'Y' TO VR-REGISTER-EOF-SW
008031     END-READ.
008032 1110-READ-REGISTER-EXIT.
008033     EXIT.
008034*
008035 1120-KEEP-REGISTER-ENTRY.
008036     IF VRPR-EXTRACT-ENTRY
008037        AND VRPR-CREATE-DATE = VR-SCHEDULED-DATE
008038         IF VR-RG-USED < VR-RG-MAX
008039             ADD 1 TO VR-RG-USED
008040             MOVE VRPR-OFFICE-ID
008041                 TO VR-RG-OFFICE (VR-RG-USED)
008042             MOVE VRPR-CREATE-DATE
008043                 TO VR-RG-CREATE-DATE (VR-RG-USED)
008044             MOVE VRPR-TRAILER-COUNT
008045                 TO VR-RG-COUNT (VR-RG-USED)
008046             MOVE VRPR-PROCESS-DATE
008047                 TO VR-RG-PROCESS-DATE (VR-RG-USED)
008048             MOVE 'N' TO VR-RG-NEW-SW (VR-RG-USED)
008049             MOVE 'N' TO VR-RG-OVERRIDE-SW (VR-RG-USED)
008050         ELSE
008051             DISPLAY 'VR050 - REGISTER TABLE FULL - ENTRY FOR '
008052                     'OFFICE ' VRPR-OFFICE-ID ' NOT LOADED'
008053             ADD 1 TO VR-ERROR-COUNT
008054         END-IF
008055     END-IF.
008056     PERFORM 1110-READ-REGISTER
008057         THRU 1110-READ-REGISTER-EXIT.
008058 1120-KEEP-REGISTER-ENTRY-EXIT.
008059     EXIT.
008060*
008061******************************************************************
008062* 1200-LOAD-OVERRIDES KEEPS THE OVERRIDE CARDS NAMING VR050.  A  *
008063* CARD WITHOUT AN OPERATOR ID AND REASON IS IGNORED - AN         *
008064* OVERRIDE THAT CANNOT BE LOGGED AGAINST SOMEONE IS NOT TAKEN.   *
008065******************************************************************
008066 1200-LOAD-OVERRIDES.
008067     OPEN INPUT VR-OVERRIDE-FILE.
008068     PERFORM 1210-READ-OVERRIDE
008069         THRU 1210-READ-OVERRIDE-EXIT.
008070     PERFORM 1220-KEEP-OVERRIDE
008071         THRU 1220-KEEP-OVERRIDE-EXIT
008072         UNTIL VR-OVERRIDE-EOF.
008073     CLOSE VR-OVERRIDE-FILE.
008074 1200-LOAD-OVERRIDES-EXIT.
008075     EXIT.
008076*
008077 1210-READ-OVERRIDE.
008078     READ VR-OVERRIDE-FILE
008079         AT END
008080             MOVE 'Y' TO VR-OVERRIDE-EOF-SW
008081     END-READ.
008082 1210-READ-OVERRIDE-EXIT.
008083     EXIT.
008084*
008085 1220-KEEP-OVERRIDE.
008086     IF VRPO-PROGRAM-ID NOT = 'VR050'
008087         GO TO 1220-KEEP-OVERRIDE-WRAP-UP
008088     END-IF.
008089     IF VRPO-OPERATOR-ID = SPACES
008090        OR VRPO-REASON = SPACES
008091         DISPLAY 'VR050 - OVERRIDE CARD IGNORED - OPERATOR ID '
008092                 'AND REASON ARE REQUIRED - OFFICE '
008093                 VRPO-OFFICE-ID ' DATE ' VRPO-CREATE-DATE
008094         GO TO 1220-KEEP-OVERRIDE-WRAP-UP
008095     END-IF.
008096     IF VR-OV-USED < VR-OV-MAX
008097         ADD 1 TO VR-OV-USED
008098         MOVE VRPO-OFFICE-ID    TO VR-OV-OFFICE (VR-OV-USED)
008099         MOVE VRPO-CREATE-DATE  TO VR-OV-CREATE-DATE (VR-OV-USED)
008100         MOVE VRPO-OPERATOR-ID  TO VR-OV-OPERATOR-ID (VR-OV-USED)
008101         MOVE VRPO-REASON       TO VR-OV-REASON (VR-OV-USED)
008102     ELSE
008103         DISPLAY 'VR050 - OVERRIDE TABLE FULL - CARD FOR '
008104                 'OFFICE ' VRPO-OFFICE-ID ' IGNORED'
008105     END-IF.
008106 1220-KEEP-OVERRIDE-WRAP-UP.
008107     PERFORM 1210-READ-OVERRIDE
008108         THRU 1210-READ-OVERRIDE-EXIT.
008109 1220-KEEP-OVERRIDE-EXIT.
008110     EXIT.
008111*
008200 2000-VERIFY-RECORD.
008300     ADD 1 TO VR-INPUT-COUNT.
008400     EVALUATE RECORD-TYPE OF DUP-NAME-1
011910     MOVE 'Y' TO VR-PAIR-OPEN-SW.
011920     MOVE VRH-OFFICE-ID TO VR-PAIR-OFFICE.
011930     MOVE ZERO TO VR-PAIR-DATA-COUNT.
011935     MOVE '00000000' TO VR-HEADER-DATE.
011940     ADD 1 TO VR-PAIR-COUNT.
012000     IF VRH-CREATE-DATE NOT NUMERIC
012100         DISPLAY 'VR050 - HEADER CREATE DATE NOT NUMERIC FOR '
013950         GO TO 2220-VERIFY-TRAILER-WRAP-UP
014000     END-IF.
014100     MOVE VRT-RECORD-COUNT TO VR-TRAILER-COUNT.
014101     MOVE 'TR'             TO VR-BL-POST-CATEGORY.
014102     MOVE VR-PAIR-OFFICE   TO VR-BL-POST-OFFICE.
014103     MOVE SPACE            TO VR-BL-POST-RECTYPE.
014104     MOVE VR-TRAILER-COUNT TO VR-BL-POST-COUNT.
014105     MOVE ZERO TO VR-HASH-REC-XDATE
014106                  VR-HASH-REC-FIELD-1.
014107     PERFORM 7600-POST-LEDGER
014108         THRU 7600-POST-LEDGER-EXIT.
014110     IF VR-TRAILER-COUNT NOT = VR-PAIR-DATA-COUNT
014120         DISPLAY 'VR050 - TRAILER COUNT ' VR-TRAILER-COUNT
014130                 ' FOR OFFICE ' VR-PAIR-OFFICE
014140                 ' DOES NOT MATCH RECORDS READ '
014150                 VR-PAIR-DATA-COUNT
014160         ADD 1 TO VR-ERROR-COUNT
014165     ELSE
014166         PERFORM 2280-CHECK-REGISTER
014167             THRU 2280-CHECK-REGISTER-EXIT
014170     END-IF.
014180 2220-VERIFY-TRAILER-WRAP-UP.
014190     PERFORM 2260-COUNT-OFFICE-DATA
014526 2270-SCAN-OFFICE-EXIT.
014528     EXIT.
014530*
014531******************************************************************
014532* 2280-CHECK-REGISTER LOOKS THE BALANCED PAIR UP ON THE REGISTER *
014533* BY OFFICE, CREATE DATE AND TRAILER COUNT.  A PAIR NOT ON IT IS *
014534* ADDED AS A NEW ENTRY.  A PAIR ALREADY ON IT IS AN ERROR UNLESS *
014535* AN OVERRIDE CARD NAMES ITS OFFICE (OR ALL OFFICES) AND CREATE  *
014536* DATE, IN WHICH CASE IT IS ADDED AGAIN MARKED AS AN OVERRIDE    *
014537* AND THE OVERRIDE IS LOGGED.  A PAIR WHOSE CREATE DATE FAILED   *
014538* CHECK 1 HAS ALREADY BEEN REPORTED AND IS NOT LOOKED UP.        *
014539******************************************************************
014540 2280-CHECK-REGISTER.
014541     IF VR-HEADER-DATE NOT = VR-SCHEDULED-DATE
014542         GO TO 2280-CHECK-REGISTER-EXIT
014543     END-IF.
014544     MOVE ZERO TO VR-RG-SLOT.
014545     PERFORM 2285-SCAN-REGISTER
014546         THRU 2285-SCAN-REGISTER-EXIT
014547         VARYING VR-RG-IDX FROM 1 BY 1
014548         UNTIL VR-RG-IDX > VR-RG-USED
014549            OR VR-RG-SLOT > ZERO.
014550     IF VR-RG-SLOT = ZERO
014551         PERFORM 2295-ADD-REGISTER-ENTRY
014552             THRU 2295-ADD-REGISTER-ENTRY-EXIT
014553         GO TO 2280-CHECK-REGISTER-EXIT
014554     END-IF.
014555     MOVE ZERO TO VR-OV-SLOT.
014556     PERFORM 2290-SCAN-OVERRIDE
014557         THRU 2290-SCAN-OVERRIDE-EXIT
014558         VARYING VR-OV-IDX FROM 1 BY 1
014559         UNTIL VR-OV-IDX > VR-OV-USED
014560            OR VR-OV-SLOT > ZERO.
014561     IF VR-OV-SLOT = ZERO
014562         DISPLAY 'VR050 - EXTRACT FOR OFFICE ' VR-PAIR-OFFICE
014563                 ' CREATE DATE ' VR-HEADER-DATE
014564                 ' COUNT ' VR-TRAILER-COUNT
014565                 ' ALREADY PROCESSED ON '
014566                 VR-RG-PROCESS-DATE (VR-RG-SLOT)
014567         ADD 1 TO VR-REGISTERED-COUNT
014568         ADD 1 TO VR-ERROR-COUNT
014569         GO TO 2280-CHECK-REGISTER-EXIT
014570     END-IF.
014571     DISPLAY 'VR050 - REGISTER OVERRIDE BY '
014572             VR-OV-OPERATOR-ID (VR-OV-SLOT)
014573             ' FOR OFFICE ' VR-PAIR-OFFICE
014574             ' CREATE DATE ' VR-HEADER-DATE
014575             ' - ' VR-OV-REASON (VR-OV-SLOT).
014576     ADD 1 TO VR-OVERRIDE-COUNT.
014577     PERFORM 2295-ADD-REGISTER-ENTRY
014578         THRU 2295-ADD-REGISTER-ENTRY-EXIT.
014579     IF VR-RG-SLOT > ZERO
014580         MOVE 'Y' TO VR-RG-OVERRIDE-SW (VR-RG-SLOT)
014581         MOVE VR-OV-OPERATOR-ID (VR-OV-SLOT)
014582             TO VR-RG-OPERATOR-ID (VR-RG-SLOT)
014583         MOVE VR-OV-REASON (VR-OV-SLOT)
014584             TO VR-RG-REASON (VR-RG-SLOT)
014585     END-IF.
014586 2280-CHECK-REGISTER-EXIT.
014587     EXIT.
014588*
014589 2285-SCAN-REGISTER.
014590     IF VR-RG-OFFICE (VR-RG-IDX) = VR-PAIR-OFFICE
014591        AND VR-RG-CREATE-DATE (VR-RG-IDX) = VR-HEADER-DATE
014592        AND VR-RG-COUNT (VR-RG-IDX) = VR-TRAILER-COUNT
014593         MOVE VR-RG-IDX TO VR-RG-SLOT
014594     END-IF.
014595 2285-SCAN-REGISTER-EXIT.
014596     EXIT.
014597*
014600******************************************************************
014700* 2230-VERIFY-DATA-RECORD CHECKS THAT THE RECORD LENGTH READ IS  *
014800* THE LENGTH THE RECORD-TYPE AND, FOR RECORD-TYPE '1', THE      *
015950     ELSE
015960         ADD 1 TO VR-PAIR-DATA-COUNT
016000     END-IF.
016010     MOVE 'IN' TO VR-BL-POST-CATEGORY.
016020     IF VR-PAIR-OPEN
016030         MOVE VR-PAIR-OFFICE TO VR-BL-POST-OFFICE
016040     ELSE
016050         MOVE SPACES TO VR-BL-POST-OFFICE
016060     END-IF.
016070     MOVE DUP-NAME-1 (1 : VR-INPUT-REC-LEN) TO VR-HASH-RECORD.
016080     PERFORM 7400-POST-RECORD-TOTALS
016090         THRU 7400-POST-RECORD-TOTALS-EXIT.
016100     EVALUATE RECORD-TYPE OF DUP-NAME-1
016200         WHEN '1'
016300             PERFORM 2240-VERIFY-TYPE-1-LENGTH
023300 2250-LENGTH-ERROR-EXIT.
023400     EXIT.
023500*
023510 2290-SCAN-OVERRIDE.
023520     IF (VR-OV-OFFICE (VR-OV-IDX) = VR-PAIR-OFFICE
023530         OR VR-OV-OFFICE (VR-OV-IDX) = SPACES)
023540        AND VR-OV-CREATE-DATE (VR-OV-IDX) = VR-HEADER-DATE
023550         MOVE VR-OV-IDX TO VR-OV-SLOT
023560     END-IF.
023570 2290-SCAN-OVERRIDE-EXIT.
023580     EXIT.
023590*
023600******************************************************************
023610* 2295-ADD-REGISTER-ENTRY ADDS THE PAIR TO THE REGISTER TABLE AS *
023620* A NEW ENTRY, TO BE APPENDED TO THE REGISTER AT END OF JOB.     *
023630* VR-RG-SLOT IS LEFT POINTING AT THE NEW ENTRY, OR ZERO IF THE   *
023640* TABLE IS FULL.                                                 *
023650******************************************************************
023660 2295-ADD-REGISTER-ENTRY.
023670     IF VR-RG-USED NOT < VR-RG-MAX
023680         DISPLAY 'VR050 - REGISTER TABLE FULL - OFFICE '
023690                 VR-PAIR-OFFICE ' CANNOT BE REGISTERED'
023700         ADD 1 TO VR-ERROR-COUNT
023710         MOVE ZERO TO VR-RG-SLOT
023720         GO TO 2295-ADD-REGISTER-ENTRY-EXIT
023730     END-IF.
023740     ADD 1 TO VR-RG-USED.
023750     MOVE VR-RG-USED       TO VR-RG-SLOT.
023760     MOVE VR-PAIR-OFFICE   TO VR-RG-OFFICE (VR-RG-SLOT).
023770     MOVE VR-HEADER-DATE   TO VR-RG-CREATE-DATE (VR-RG-SLOT).
023780     MOVE VR-TRAILER-COUNT TO VR-RG-COUNT (VR-RG-SLOT).
023790     MOVE VR-TODAY         TO VR-RG-PROCESS-DATE (VR-RG-SLOT).
023800     MOVE 'Y'              TO VR-RG-NEW-SW (VR-RG-SLOT).
023810     MOVE 'N'              TO VR-RG-OVERRIDE-SW (VR-RG-SLOT).
023820     MOVE SPACES           TO VR-RG-OPERATOR-ID (VR-RG-SLOT)
023830                              VR-RG-REASON (VR-RG-SLOT).
023840 2295-ADD-REGISTER-ENTRY-EXIT.
023850     EXIT.
023860*
023870******************************************************************
023880* 7400-POST-RECORD-TOTALS HASHES THE RECORD IN VR-HASH-RECORD    *
023890* AND POSTS IT TO THE LEDGER TABLE AS ONE RECORD UNDER THE       *
023900* CATEGORY AND OFFICE THE CALLER HAS SET.                        *
023910******************************************************************
023920 7400-POST-RECORD-TOTALS.
023930     MOVE VR-HASH-RECTYPE TO VR-BL-POST-RECTYPE.
023940     MOVE 1               TO VR-BL-POST-COUNT.
023950     PERFORM 7500-HASH-RECORD
023960         THRU 7500-HASH-RECORD-EXIT.
023970     PERFORM 7600-POST-LEDGER
023980         THRU 7600-POST-LEDGER-EXIT.
023990 7400-POST-RECORD-TOTALS-EXIT.
024000     EXIT.
024010*
024020******************************************************************
024030* 7500-HASH-RECORD WORKS OUT THE XDATE AND FIELD-1 HASH TOTALS   *
024040* OF THE RECORD IN VR-HASH-RECORD FOR THE BALANCING LEDGER.  A   *
024050* DATE THAT IS NOT NUMERIC CONTRIBUTES ZERO.                     *
024060******************************************************************
024070 7500-HASH-RECORD.
024080     MOVE ZERO TO VR-HASH-REC-XDATE
024090                  VR-HASH-REC-FIELD-1.
024100     IF VR-HASH-RECTYPE = '1' OR '2'
024110         IF VR-HASH-BIRTH-XDATE NUMERIC
024120             ADD VR-HASH-BIRTH-XDATE TO VR-HASH-REC-XDATE
024130         END-IF
024140         IF VR-HASH-DEATH-XDATE NUMERIC
024150             ADD VR-HASH-DEATH-XDATE TO VR-HASH-REC-XDATE
024160         END-IF
024170     END-IF.
024180     IF VR-HASH-RECTYPE = '3'
024190        AND VR-HASH-D3-DEATH-XDATE NUMERIC
024200         ADD VR-HASH-D3-DEATH-XDATE TO VR-HASH-REC-XDATE
024210     END-IF.
024220     PERFORM 7510-HASH-CHARACTER
024230         THRU 7510-HASH-CHARACTER-EXIT
024240         VARYING VR-HASH-POS FROM 1 BY 1
024250         UNTIL VR-HASH-POS > 20.
024260 7500-HASH-RECORD-EXIT.
024270     EXIT.
024280*
024290 7510-HASH-CHARACTER.
024300     MOVE VR-HASH-FIELD-1 (VR-HASH-POS : 1) TO VR-HASH-CHAR.
024310     MOVE ZERO TO VR-HASH-ORD.
024320     INSPECT VR-HASH-ALPHABET TALLYING VR-HASH-ORD
024330         FOR CHARACTERS BEFORE INITIAL VR-HASH-CHAR.
024340     COMPUTE VR-HASH-REC-FIELD-1 = VR-HASH-REC-FIELD-1
024350         + (VR-HASH-ORD * VR-HASH-POS).
024360 7510-HASH-CHARACTER-EXIT.
024370     EXIT.
024380*
024390******************************************************************
024400* 7600-POST-LEDGER ADDS VR-BL-POST-COUNT AND THE RECORD HASHES   *
024410* TO THE LEDGER TABLE ENTRY FOR THE POSTING CATEGORY, OFFICE AND *
024420* RECORD-TYPE, TAKING THE NEXT FREE SLOT FOR ONE NOT YET SEEN.   *
024430******************************************************************
024440 7600-POST-LEDGER.
024450     MOVE ZERO TO VR-BL-SLOT.
024460     PERFORM 7610-SCAN-LEDGER
024470         THRU 7610-SCAN-LEDGER-EXIT
024480         VARYING VR-BL-IDX FROM 1 BY 1
024490         UNTIL VR-BL-IDX > VR-BL-USED
024500            OR VR-BL-SLOT > ZERO.
024510     IF VR-BL-SLOT = ZERO
024520        AND VR-BL-USED < VR-BL-MAX
024530         ADD 1 TO VR-BL-USED
024540         MOVE VR-BL-USED          TO VR-BL-SLOT
024550         MOVE VR-BL-POST-CATEGORY TO VR-BL-CATEGORY (VR-BL-SLOT)
024560         MOVE VR-BL-POST-OFFICE   TO VR-BL-OFFICE (VR-BL-SLOT)
024570         MOVE VR-BL-POST-RECTYPE  TO VR-BL-RECTYPE (VR-BL-SLOT)
024580         MOVE ZERO TO VR-BL-COUNT (VR-BL-SLOT)
024590                      VR-BL-XDATE-HASH (VR-BL-SLOT)
024600                      VR-BL-FIELD-1-HASH (VR-BL-SLOT)
024610     END-IF.
024620     IF VR-BL-SLOT = ZERO
024630         DISPLAY 'VR050 - LEDGER TABLE FULL - CATEGORY '
024640                 VR-BL-POST-CATEGORY ' OFFICE '
024650                 VR-BL-POST-OFFICE ' NOT POSTED'
024660         GO TO 7600-POST-LEDGER-EXIT
024670     END-IF.
024680     ADD VR-BL-POST-COUNT    TO VR-BL-COUNT (VR-BL-SLOT).
024690     ADD VR-HASH-REC-XDATE   TO VR-BL-XDATE-HASH (VR-BL-SLOT).
024700     ADD VR-HASH-REC-FIELD-1 TO VR-BL-FIELD-1-HASH (VR-BL-SLOT).
024710 7600-POST-LEDGER-EXIT.
024720     EXIT.
024730*
024740 7610-SCAN-LEDGER.
024750     IF VR-BL-CATEGORY (VR-BL-IDX) = VR-BL-POST-CATEGORY
024760        AND VR-BL-OFFICE (VR-BL-IDX) = VR-BL-POST-OFFICE
024770        AND VR-BL-RECTYPE (VR-BL-IDX) = VR-BL-POST-RECTYPE
024780         MOVE VR-BL-IDX TO VR-BL-SLOT
024790     END-IF.
024800 7610-SCAN-LEDGER-EXIT.
024810     EXIT.
024820*
024830 8000-FINAL-CHECKS.
024840     IF NOT VR-HEADER-SEEN
024850         DISPLAY 'VR050 - NO HEADER CONTROL RECORD ON FILE'
024860         ADD 1 TO VR-ERROR-COUNT
024870     END-IF.
025000     IF VR-PAIR-OPEN
025100         DISPLAY 'VR050 - TRAILER CONTROL RECORD MISSING FOR '
025200                 'OFFICE ' VR-PAIR-OFFICE
026916         THRU 8100-DISPLAY-OFFICE-COUNT-EXIT
026918         VARYING VR-OF-IDX FROM 1 BY 1
026920         UNTIL VR-OF-IDX > VR-OF-USED.
026921     DISPLAY 'VR050 - ALREADY PROCESSED : ' VR-REGISTERED-COUNT.
026922     DISPLAY 'VR050 - OVERRIDES USED    : ' VR-OVERRIDE-COUNT.
026925     PERFORM 9100-WRITE-RUN-STATS
026930         THRU 9100-WRITE-RUN-STATS-EXIT.
026935     PERFORM 9300-UPDATE-REGISTER
026940         THRU 9300-UPDATE-REGISTER-EXIT.
026950     PERFORM 9400-WRITE-LEDGER
026960         THRU 9400-WRITE-LEDGER-EXIT.
027000     IF VR-ERROR-COUNT > ZERO
027100         DISPLAY 'VR050 - EXTRACT REJECTED - RETURN CODE 8'
027200         MOVE 8 TO RETURN-CODE
027790     WRITE VR-STAT-RECORD.
027800 9200-WRITE-OFFICE-STATS-EXIT.
027810     EXIT.
027820*
027830******************************************************************
027840* 9300-UPDATE-REGISTER APPENDS TONIGHT'S NEW ENTRIES TO THE      *
027850* PROCESSED-EXTRACT REGISTER.  EVERY OVERRIDE USED IS LOGGED     *
027860* WHETHER OR NOT THE RUN WAS CLEAN - THE PAIRS THEMSELVES ARE    *
027870* REGISTERED ONLY WHEN NO ERROR WAS FOUND, SINCE A REJECTED      *
027880* EXTRACT NEVER REACHES VR100 AND MUST BE ACCEPTED WHEN IT IS    *
027890* CORRECTED AND RESUBMITTED.                                     *
027900******************************************************************
027910 9300-UPDATE-REGISTER.
027920     OPEN EXTEND VR-REGISTER-FILE.
027930     PERFORM 9310-WRITE-REGISTER-ENTRY
027940         THRU 9310-WRITE-REGISTER-ENTRY-EXIT
027950         VARYING VR-RG-IDX FROM 1 BY 1
027960         UNTIL VR-RG-IDX > VR-RG-USED.
027970     CLOSE VR-REGISTER-FILE.
027980 9300-UPDATE-REGISTER-EXIT.
027990     EXIT.
028000*
028010 9310-WRITE-REGISTER-ENTRY.
028020     IF NOT VR-RG-NEW (VR-RG-IDX)
028030         GO TO 9310-WRITE-REGISTER-ENTRY-EXIT
028040     END-IF.
028050     MOVE SPACES                        TO VR-REGISTER-RECORD.
028060     MOVE VR-RG-OFFICE (VR-RG-IDX)      TO VRPR-OFFICE-ID.
028070     MOVE VR-RG-CREATE-DATE (VR-RG-IDX) TO VRPR-CREATE-DATE.
028080     MOVE VR-RG-COUNT (VR-RG-IDX)       TO VRPR-TRAILER-COUNT.
028090     MOVE ZERO                          TO VRPR-PRIOR-DATE.
028100     MOVE 'VR050'                       TO VRPR-PROGRAM-ID.
028110     MOVE VR-RG-PROCESS-DATE (VR-RG-IDX) TO VRPR-PROCESS-DATE.
028120     MOVE VR-RG-OVERRIDE-SW (VR-RG-IDX) TO VRPR-OVERRIDE-SW.
028130     MOVE VR-RG-OPERATOR-ID (VR-RG-IDX) TO VRPR-OPERATOR-ID.
028140     MOVE VR-RG-REASON (VR-RG-IDX)      TO VRPR-REASON.
028150     IF VR-RG-BY-OVERRIDE (VR-RG-IDX)
028160         MOVE 'O' TO VRPR-ENTRY-TYPE
028170         WRITE VR-REGISTER-RECORD
028180     END-IF.
028190     IF VR-ERROR-COUNT = ZERO
028200         MOVE 'E' TO VRPR-ENTRY-TYPE
028210         WRITE VR-REGISTER-RECORD
028220     END-IF.
028230 9310-WRITE-REGISTER-ENTRY-EXIT.
028240     EXIT.
028250*
028260******************************************************************
028270* 9400-WRITE-LEDGER APPENDS THE RUN'S CONTROL TOTALS TO THE      *
028280* BALANCING LEDGER UNDER THE NIGHT'S RUN-DATE FOR VR690.  A RUN  *
028290* THAT COUNTED NOTHING STILL POSTS ONE ZERO '00' RECORD SO VR690 *
028300* CAN TELL IT RAN.                                               *
028310******************************************************************
028320 9400-WRITE-LEDGER.
028330     IF VR-BL-USED = ZERO
028340         MOVE '00'   TO VR-BL-POST-CATEGORY
028350         MOVE SPACES TO VR-BL-POST-OFFICE
028360         MOVE SPACE  TO VR-BL-POST-RECTYPE
028370         MOVE ZERO   TO VR-BL-POST-COUNT
028380                        VR-HASH-REC-XDATE
028390                        VR-HASH-REC-FIELD-1
028400         PERFORM 7600-POST-LEDGER
028410             THRU 7600-POST-LEDGER-EXIT
028420     END-IF.
028430     ACCEPT VR-BL-POSTED-DATE FROM DATE YYYYMMDD.
028440     ACCEPT VR-BL-POSTED-TIME FROM TIME.
028450     OPEN EXTEND VR-LEDGER-FILE.
028460     PERFORM 9410-WRITE-LEDGER-ENTRY
028470         THRU 9410-WRITE-LEDGER-ENTRY-EXIT
028480         VARYING VR-BL-IDX FROM 1 BY 1
028490         UNTIL VR-BL-IDX > VR-BL-USED.
028500     CLOSE VR-LEDGER-FILE.
028510 9400-WRITE-LEDGER-EXIT.
028520     EXIT.
028530*
028540 9410-WRITE-LEDGER-ENTRY.
028550     MOVE SPACES                   TO VR-LEDGER-RECORD.
028560     MOVE VR-BL-RUN-DATE           TO VRLG-RUN-DATE.
028570     MOVE 'VR050'                  TO VRLG-PROGRAM-ID.
028580     MOVE VR-BL-POSTED-DATE        TO VRLG-POSTED-DATE.
028590     MOVE VR-BL-POSTED-TIME        TO VRLG-POSTED-TIME.
028600     MOVE VR-BL-CATEGORY (VR-BL-IDX)
028610                                   TO VRLG-CATEGORY.
028620     MOVE VR-BL-OFFICE (VR-BL-IDX) TO VRLG-OFFICE-ID.
028630     MOVE VR-BL-RECTYPE (VR-BL-IDX)
028640                                   TO VRLG-RECORD-TYPE.
028650     MOVE VR-BL-COUNT (VR-BL-IDX)  TO VRLG-RECORD-COUNT.
028660     MOVE VR-BL-XDATE-HASH (VR-BL-IDX)
028670                                   TO VRLG-XDATE-HASH.
028680     MOVE VR-BL-FIELD-1-HASH (VR-BL-IDX)
028690                                   TO VRLG-FIELD-1-HASH.
028700     MOVE VR-BL-RESTART-SW         TO VRLG-RESTART-SW.
028710     WRITE VR-LEDGER-RECORD.
028720 9410-WRITE-LEDGER-ENTRY-EXIT.
028730     EXIT.
