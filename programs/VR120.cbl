      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   03/09/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   TAKES THE NIGHT'S RUN-DATE AS PARM, READS  *
      *                    VR100'S OFFICE ATTRIBUTION FILE (VROFC01)  *
      *                    IN STEP WITH ITS INPUT AND POSTS RECORDS   *
      *                    WRITTEN WITH HASH TOTALS BY OFFICE AND     *
      *                    RECORD-TYPE TO THE VRLEDG BALANCING LEDGER *
      *                    (VRLGR01).                                 *
      *   15/10/26   RLB   READS THE OFFICE ATTRIBUTION RECORD AS     *
      *                    EACH INPUT RECORD IS TAKEN UP AND APPENDS  *
      *                    EVERY UNRECOGNIZED CITY OCCURRENCE, WITH   *
      *                    ITS OFFICE, TO THE VRQUAL DATA-QUALITY     *
      *                    EVENT LOG (VRQLG01) READ BY THE VR720      *
      *                    OFFICE SCORECARD.                          *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
002200                              ORGANIZATION IS SEQUENTIAL.
002300     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002400                              ORGANIZATION IS SEQUENTIAL.
002410     SELECT VR-OFFICE-FILE    ASSIGN TO VROFC01
002420                              ORGANIZATION IS SEQUENTIAL.
002430     SELECT VR-LEDGER-FILE    ASSIGN TO VRLGR01
002440                              ORGANIZATION IS SEQUENTIAL.
002450     SELECT VR-QUALITY-FILE   ASSIGN TO VRQLG01
002460                              ORGANIZATION IS SEQUENTIAL.
002500*
002600 DATA DIVISION.
002700 FILE SECTION.
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY VRSTAT.
005309*
005318 FD  VR-OFFICE-FILE
005327     RECORDING MODE IS F
005336     LABEL RECORDS ARE STANDARD.
005345     COPY VROFFC.
005354*
005363 FD  VR-LEDGER-FILE
005372     RECORDING MODE IS F
005381     LABEL RECORDS ARE STANDARD.
005390     COPY VRLEDG.
005391*
005392 FD  VR-QUALITY-FILE
005393     RECORDING MODE IS F
005394     LABEL RECORDS ARE STANDARD.
005395     COPY VRQUAL.
005400*
005500 WORKING-STORAGE SECTION.
005600 01  VR-SWITCHES.
006000         88  VR-CITY-EOF                  VALUE 'Y'.
006100     05  VR-CITY-FOUND-SW      PIC X(01)  VALUE 'N'.
006200         88  VR-CITY-FOUND                VALUE 'Y'.
006210     05  VR-OFC-EOF-SW         PIC X(01)  VALUE 'N'.
006220         88  VR-OFC-EOF                   VALUE 'Y'.
006230     05  VR-OFC-OUT-OF-STEP-SW PIC X(01)  VALUE 'N'.
006240         88  VR-OFC-OUT-OF-STEP           VALUE 'Y'.
006300*
006400 01  VR-COUNTERS.
006500     05  VR-INPUT-COUNT        PIC 9(09)  COMP VALUE ZERO.
008300 01  VR-LOOKUP-WORK.
008400     05  VR-LU-CITY            PIC X(20)  VALUE SPACES.
008500     05  VR-LU-CANONICAL       PIC X(20)  VALUE SPACES.
008510     05  VR-LU-REASON          PIC X(02)  VALUE SPACES.
008600*
008610 01  VR-RECORD-OFFICE          PIC X(04)  VALUE SPACES.
008620 01  VR-QUALITY-DATE           PIC 9(08)  VALUE ZERO.
008630*
008700 01  VR-CITY-TABLE.
008800     05  VR-CY-USED            PIC 9(04)  COMP VALUE ZERO.
008900     05  VR-CY-MAX             PIC 9(04)  COMP VALUE 1000.
011800         VALUE '  OCCURRENCES '.
011900     05  VR-XD-COUNT           PIC ZZZZZZ9.
012000*
012010     COPY VRLGWK.
012020*
012030 LINKAGE SECTION.
012040 01  VR-PARM-AREA.
012050     05  VR-PARM-LEN           PIC S9(04) COMP.
012060     05  VR-PARM-TEXT          PIC X(08).
012070*
012100 PROCEDURE DIVISION USING VR-PARM-AREA.
012200*
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE
013300     STOP RUN.
013400*
013500 1000-INITIALIZE.
013509     IF VR-PARM-LEN >= 8
013518        AND VR-PARM-TEXT (1:8) NUMERIC
013527         MOVE VR-PARM-TEXT (1:8) TO VR-BL-RUN-DATE
013536     ELSE
013545         DISPLAY 'VR120 - RUN-DATE PARM MISSING OR NOT'
013554                 ' NUMERIC'
013563         MOVE 8 TO RETURN-CODE
013572         STOP RUN
013581     END-IF.
013590     OPEN INPUT  VR-OFFICE-FILE.
013591     OPEN EXTEND VR-QUALITY-FILE.
013592     ACCEPT VR-QUALITY-DATE FROM DATE YYYYMMDD.
013600     OPEN INPUT  VR-INPUT-FILE
013700          INPUT  VR-CITY-FILE
013800          OUTPUT VR-OUTPUT-FILE
018300*
018400 2000-PROCESS-RECORD.
018500     ADD 1 TO VR-INPUT-COUNT.
018510     MOVE SPACES TO VR-RECORD-OFFICE.
018520     IF NOT VR-OFC-OUT-OF-STEP
018530         PERFORM 2210-READ-OFFICE
018540             THRU 2210-READ-OFFICE-EXIT
018550     END-IF.
018600     IF RECORD-TYPE OF DUP-NAME-1 = '3'
018700         PERFORM 2300-STANDARDIZE-D3
018800             THRU 2300-STANDARDIZE-D3-EXIT
019500         TO VR-OUTPUT-RECORD (1 : VR-INPUT-REC-LEN).
019600     WRITE VR-OUTPUT-RECORD.
019700     ADD 1 TO VR-OUTPUT-COUNT.
019710     PERFORM 2200-POST-OUTPUT-RECORD
019720         THRU 2200-POST-OUTPUT-RECORD-EXIT.
019800     PERFORM 2100-READ-INPUT
019900         THRU 2100-READ-INPUT-EXIT.
020000 2000-PROCESS-RECORD-EXIT.
020800 2100-READ-INPUT-EXIT.
020900     EXIT.
021000*
021001******************************************************************
021002* 2200-POST-OUTPUT-RECORD POSTS THE RECORD JUST WRITTEN TO THE   *
021003* BALANCING LEDGER UNDER THE OFFICE THAT SENT IT.  VR100 WRITES  *
021004* ITS OFFICE ATTRIBUTION FILE IN STEP WITH THE EDITED OUTPUT     *
021005* THIS PROGRAM READS - 2000 READS ONE WITH EACH INPUT RECORD,    *
021006* BEFORE STANDARDIZING, SO UNRECOGNIZED CITIES ARE LOGGED TO THE *
021007* SAME OFFICE.  OUT OF STEP, THE REST OF THE RUN HAS NO OFFICE,  *
021008* WHICH BREAKS THE VR690 PROOF FOR OPERATIONS TO INVESTIGATE.    *
021009******************************************************************
021010 2200-POST-OUTPUT-RECORD.
021011     MOVE VR-RECORD-OFFICE TO VR-BL-POST-OFFICE.
021016     MOVE 'WR' TO VR-BL-POST-CATEGORY.
021017     MOVE DUP-NAME-1 (1 : VR-INPUT-REC-LEN) TO VR-HASH-RECORD.
021018     PERFORM 7400-POST-RECORD-TOTALS
021019         THRU 7400-POST-RECORD-TOTALS-EXIT.
021020 2200-POST-OUTPUT-RECORD-EXIT.
021021     EXIT.
021022*
021023 2210-READ-OFFICE.
021024     READ VR-OFFICE-FILE
021025         AT END
021026             MOVE 'Y' TO VR-OFC-EOF-SW
021027     END-READ.
021028     IF NOT VR-OFC-EOF
021029        AND VROA-FIELD-1 = FIELD-1 OF DUP-NAME-1
021030        AND VROA-RECORD-TYPE = RECORD-TYPE OF DUP-NAME-1
021031         MOVE VROA-OFFICE-ID TO VR-RECORD-OFFICE
021032         GO TO 2210-READ-OFFICE-EXIT
021033     END-IF.
021034     DISPLAY 'VR120 - OFFICE ATTRIBUTION FILE OUT OF STEP AT'
021035             ' RECORD ' VR-INPUT-COUNT.
021036     DISPLAY 'VR120 - LATER RECORDS POSTED TO THE LEDGER'
021037             ' AND DATA-QUALITY LOG WITHOUT AN OFFICE'.
021038     MOVE 'Y' TO VR-OFC-OUT-OF-STEP-SW.
021039 2210-READ-OFFICE-EXIT.
021040     EXIT.
021041*
021042 2220-CHECK-OFFICE-END.
021043     IF VR-OFC-OUT-OF-STEP
021044         GO TO 2220-CHECK-OFFICE-END-EXIT
021045     END-IF.
021046     READ VR-OFFICE-FILE
021047         AT END
021048             MOVE 'Y' TO VR-OFC-EOF-SW
021049     END-READ.
021050     IF NOT VR-OFC-EOF
021051         DISPLAY 'VR120 - OFFICE ATTRIBUTION FILE HAS RECORDS'
021052                 ' BEYOND THE EDITED OUTPUT'
021053         MOVE 'Y' TO VR-OFC-OUT-OF-STEP-SW
021054     END-IF.
021055 2220-CHECK-OFFICE-END-EXIT.
021056     EXIT.
021057*
021100 2300-STANDARDIZE-D3.
021110     MOVE 'DC' TO VR-LU-REASON.
021200     MOVE CITY OF DEATH-DETAILS OF DUP-NAME-3 TO VR-LU-CITY.
021300     PERFORM 2500-LOOK-UP-CITY
021400         THRU 2500-LOOK-UP-CITY-EXIT.
022000     EXIT.
022100*
022200 2400-STANDARDIZE-BD.
022210     MOVE 'BC' TO VR-LU-REASON.
022300     MOVE CITY OF BIRTH-DETAILS OF DUP-NAME-1 TO VR-LU-CITY.
022400     PERFORM 2500-LOOK-UP-CITY
022500         THRU 2500-LOOK-UP-CITY-EXIT.
022700         MOVE VR-LU-CANONICAL
022800             TO CITY OF BIRTH-DETAILS OF DUP-NAME-1
022900     END-IF.
022910     MOVE 'DC' TO VR-LU-REASON.
023000     MOVE CITY OF DEATH-DETAILS OF DUP-NAME-1 TO VR-LU-CITY.
023100     PERFORM 2500-LOOK-UP-CITY
023200         THRU 2500-LOOK-UP-CITY-EXIT.
030600*
030700 2700-COUNT-UNRECOGNIZED.
030800     ADD 1 TO VR-UNRECOG-COUNT.
030810     PERFORM 2720-LOG-UNRECOGNIZED
030820         THRU 2720-LOG-UNRECOGNIZED-EXIT.
030900     MOVE ZERO TO VR-UC-SLOT.
031000     PERFORM 2710-SCAN-UNRECOG-TABLE
031100         THRU 2710-SCAN-UNRECOG-TABLE-EXIT
033100     END-IF.
033200 2710-SCAN-UNRECOG-TABLE-EXIT.
033300     EXIT.
033301*
033302******************************************************************
033303* 2720-LOG-UNRECOGNIZED APPENDS EACH UNRECOGNIZED CITY           *
033304* OCCURRENCE TO THE DATA-QUALITY EVENT LOG (VRQLG01) UNDER THE   *
033305* OFFICE THAT SENT THE RECORD, FOR THE VR720 OFFICE SCORECARD -  *
033306* THE EXCEPTION REPORT ONLY COUNTS EACH SPELLING ACROSS OFFICES. *
033307******************************************************************
033308 2720-LOG-UNRECOGNIZED.
033309     MOVE SPACES                     TO VR-QUALITY-RECORD.
033310     MOVE VR-QUALITY-DATE            TO VRQL-EVENT-DATE.
033311     MOVE VR-RECORD-OFFICE           TO VRQL-OFFICE-ID.
033312     MOVE 'CX'                       TO VRQL-CATEGORY.
033313     MOVE VR-LU-REASON               TO VRQL-REASON.
033314     MOVE 'VR120'                    TO VRQL-PROGRAM-ID.
033315     MOVE RECORD-TYPE OF DUP-NAME-1  TO VRQL-RECORD-TYPE.
033316     MOVE FIELD-1     OF DUP-NAME-1  TO VRQL-FIELD-1.
033317     MOVE RUN-DATE    OF DUP-NAME-1  TO VRQL-RUN-DATE.
033318     MOVE VR-LU-CITY                 TO VRQL-DETAIL.
033319     WRITE VR-QUALITY-RECORD.
033320 2720-LOG-UNRECOGNIZED-EXIT.
033321     EXIT.
033322*
033323******************************************************************
033324* 7400-POST-RECORD-TOTALS HASHES THE RECORD IN VR-HASH-RECORD    *
033325* AND POSTS IT TO THE LEDGER TABLE AS ONE RECORD UNDER THE       *
033326* CATEGORY AND OFFICE THE CALLER HAS SET.                        *
033327******************************************************************
033328 7400-POST-RECORD-TOTALS.
033329     MOVE VR-HASH-RECTYPE TO VR-BL-POST-RECTYPE.
033330     MOVE 1               TO VR-BL-POST-COUNT.
033331     PERFORM 7500-HASH-RECORD
033332         THRU 7500-HASH-RECORD-EXIT.
033333     PERFORM 7600-POST-LEDGER
033334         THRU 7600-POST-LEDGER-EXIT.
033335 7400-POST-RECORD-TOTALS-EXIT.
033336     EXIT.
033337*
033338******************************************************************
033339* 7500-HASH-RECORD WORKS OUT THE XDATE AND FIELD-1 HASH TOTALS   *
033340* OF THE RECORD IN VR-HASH-RECORD FOR THE BALANCING LEDGER.  A   *
033341* DATE THAT IS NOT NUMERIC CONTRIBUTES ZERO.                     *
033342******************************************************************
033343 7500-HASH-RECORD.
033344     MOVE ZERO TO VR-HASH-REC-XDATE
033345                  VR-HASH-REC-FIELD-1.
033346     IF VR-HASH-RECTYPE = '1' OR '2'
033347         IF VR-HASH-BIRTH-XDATE NUMERIC
033348             ADD VR-HASH-BIRTH-XDATE TO VR-HASH-REC-XDATE
033349         END-IF
033350         IF VR-HASH-DEATH-XDATE NUMERIC
033351             ADD VR-HASH-DEATH-XDATE TO VR-HASH-REC-XDATE
033352         END-IF
033353     END-IF.
033354     IF VR-HASH-RECTYPE = '3'
033355        AND VR-HASH-D3-DEATH-XDATE NUMERIC
033356         ADD VR-HASH-D3-DEATH-XDATE TO VR-HASH-REC-XDATE
033357     END-IF.
033358     PERFORM 7510-HASH-CHARACTER
033359         THRU 7510-HASH-CHARACTER-EXIT
033360         VARYING VR-HASH-POS FROM 1 BY 1
033361         UNTIL VR-HASH-POS > 20.
033362 7500-HASH-RECORD-EXIT.
033363     EXIT.
033364*
033365 7510-HASH-CHARACTER.
033366     MOVE VR-HASH-FIELD-1 (VR-HASH-POS : 1) TO VR-HASH-CHAR.
033367     MOVE ZERO TO VR-HASH-ORD.
033368     INSPECT VR-HASH-ALPHABET TALLYING VR-HASH-ORD
033369         FOR CHARACTERS BEFORE INITIAL VR-HASH-CHAR.
033370     COMPUTE VR-HASH-REC-FIELD-1 = VR-HASH-REC-FIELD-1
033371         + (VR-HASH-ORD * VR-HASH-POS).
033372 7510-HASH-CHARACTER-EXIT.
033373     EXIT.
033374*
033375******************************************************************
033376* 7600-POST-LEDGER ADDS VR-BL-POST-COUNT AND THE RECORD HASHES   *
033377* TO THE LEDGER TABLE ENTRY FOR THE POSTING CATEGORY, OFFICE AND *
033378* RECORD-TYPE, TAKING THE NEXT FREE SLOT FOR ONE NOT YET SEEN.   *
033379******************************************************************
033380 7600-POST-LEDGER.
033381     MOVE ZERO TO VR-BL-SLOT.
033382     PERFORM 7610-SCAN-LEDGER
033383         THRU 7610-SCAN-LEDGER-EXIT
033384         VARYING VR-BL-IDX FROM 1 BY 1
033385         UNTIL VR-BL-IDX > VR-BL-USED
033386            OR VR-BL-SLOT > ZERO.
033387     IF VR-BL-SLOT = ZERO
033388        AND VR-BL-USED < VR-BL-MAX
033389         ADD 1 TO VR-BL-USED
033390         MOVE VR-BL-USED          TO VR-BL-SLOT
033391         MOVE VR-BL-POST-CATEGORY TO VR-BL-CATEGORY (VR-BL-SLOT)
033392         MOVE VR-BL-POST-OFFICE   TO VR-BL-OFFICE (VR-BL-SLOT)
033393         MOVE VR-BL-POST-RECTYPE  TO VR-BL-RECTYPE (VR-BL-SLOT)
033394         MOVE ZERO TO VR-BL-COUNT (VR-BL-SLOT)
033395                      VR-BL-XDATE-HASH (VR-BL-SLOT)
033396                      VR-BL-FIELD-1-HASH (VR-BL-SLOT)
033397     END-IF.
033398     IF VR-BL-SLOT = ZERO
033399         DISPLAY 'VR120 - LEDGER TABLE FULL - CATEGORY '
033400                 VR-BL-POST-CATEGORY ' OFFICE '
033401                 VR-BL-POST-OFFICE ' NOT POSTED'
033402         GO TO 7600-POST-LEDGER-EXIT
033403     END-IF.
033404     ADD VR-BL-POST-COUNT    TO VR-BL-COUNT (VR-BL-SLOT).
033405     ADD VR-HASH-REC-XDATE   TO VR-BL-XDATE-HASH (VR-BL-SLOT).
033406     ADD VR-HASH-REC-FIELD-1 TO VR-BL-FIELD-1-HASH (VR-BL-SLOT).
033407 7600-POST-LEDGER-EXIT.
033408     EXIT.
033409*
033410 7610-SCAN-LEDGER.
033411     IF VR-BL-CATEGORY (VR-BL-IDX) = VR-BL-POST-CATEGORY
033412        AND VR-BL-OFFICE (VR-BL-IDX) = VR-BL-POST-OFFICE
033413        AND VR-BL-RECTYPE (VR-BL-IDX) = VR-BL-POST-RECTYPE
033414         MOVE VR-BL-IDX TO VR-BL-SLOT
033415     END-IF.
033416 7610-SCAN-LEDGER-EXIT.
033417     EXIT.
033418*
033500 8000-PRINT-SUMMARIES.
033600     MOVE SPACES TO VR-EXCEPTION-LINE.
033700     WRITE VR-EXCEPTION-LINE.
037600     CLOSE VR-INPUT-FILE
037700           VR-OUTPUT-FILE
037800           VR-EXCEPTION-RPT.
037810     PERFORM 2220-CHECK-OFFICE-END
037820         THRU 2220-CHECK-OFFICE-END-EXIT.
037830     CLOSE VR-OFFICE-FILE
037840           VR-QUALITY-FILE.
037900     DISPLAY 'VR120 - CITY STANDARDIZATION COMPLETE'.
038000     DISPLAY 'VR120 - RECORDS READ      : ' VR-INPUT-COUNT.
038100     DISPLAY 'VR120 - RECORDS WRITTEN   : ' VR-OUTPUT-COUNT.
038400     DISPLAY 'VR120 - UNRECOGNIZED      : ' VR-UNRECOG-COUNT.
038500     PERFORM 9100-WRITE-RUN-STATS
038600         THRU 9100-WRITE-RUN-STATS-EXIT.
038610     PERFORM 9400-WRITE-LEDGER
038620         THRU 9400-WRITE-LEDGER-EXIT.
038700 9000-TERMINATE-EXIT.
038800     EXIT.
038900*
040300     CLOSE VR-STATS-FILE.
040400 9100-WRITE-RUN-STATS-EXIT.
040500     EXIT.
040510*
040530******************************************************************
040540* 9400-WRITE-LEDGER APPENDS THE RUN'S CONTROL TOTALS TO THE      *
040550* BALANCING LEDGER UNDER THE NIGHT'S RUN-DATE FOR VR690.  A RUN  *
040560* THAT COUNTED NOTHING STILL POSTS ONE ZERO '00' RECORD SO VR690 *
040570* CAN TELL IT RAN.                                               *
040580******************************************************************
040590 9400-WRITE-LEDGER.
040600     IF VR-BL-USED = ZERO
040610         MOVE '00'   TO VR-BL-POST-CATEGORY
040620         MOVE SPACES TO VR-BL-POST-OFFICE
040630         MOVE SPACE  TO VR-BL-POST-RECTYPE
040640         MOVE ZERO   TO VR-BL-POST-COUNT
040650                        VR-HASH-REC-XDATE
040660                        VR-HASH-REC-FIELD-1
040670         PERFORM 7600-POST-LEDGER
040680             THRU 7600-POST-LEDGER-EXIT
040690     END-IF.
040700     ACCEPT VR-BL-POSTED-DATE FROM DATE YYYYMMDD.
040710     ACCEPT VR-BL-POSTED-TIME FROM TIME.
040720     OPEN EXTEND VR-LEDGER-FILE.
040730     PERFORM 9410-WRITE-LEDGER-ENTRY
040740         THRU 9410-WRITE-LEDGER-ENTRY-EXIT
040750         VARYING VR-BL-IDX FROM 1 BY 1
040760         UNTIL VR-BL-IDX > VR-BL-USED.
040770     CLOSE VR-LEDGER-FILE.
040780 9400-WRITE-LEDGER-EXIT.
040790     EXIT.
040800*
040810 9410-WRITE-LEDGER-ENTRY.
040820     MOVE SPACES                   TO VR-LEDGER-RECORD.
040830     MOVE VR-BL-RUN-DATE           TO VRLG-RUN-DATE.
040840     MOVE 'VR120'                  TO VRLG-PROGRAM-ID.
040850     MOVE VR-BL-POSTED-DATE        TO VRLG-POSTED-DATE.
040860     MOVE VR-BL-POSTED-TIME        TO VRLG-POSTED-TIME.
040870     MOVE VR-BL-CATEGORY (VR-BL-IDX)
040880                                   TO VRLG-CATEGORY.
040890     MOVE VR-BL-OFFICE (VR-BL-IDX) TO VRLG-OFFICE-ID.
040900     MOVE VR-BL-RECTYPE (VR-BL-IDX)
040910                                   TO VRLG-RECORD-TYPE.
040920     MOVE VR-BL-COUNT (VR-BL-IDX)  TO VRLG-RECORD-COUNT.
040930     MOVE VR-BL-XDATE-HASH (VR-BL-IDX)
040940                                   TO VRLG-XDATE-HASH.
040950     MOVE VR-BL-FIELD-1-HASH (VR-BL-IDX)
040960                                   TO VRLG-FIELD-1-HASH.
040970     MOVE VR-BL-RESTART-SW         TO VRLG-RESTART-SW.
040980     WRITE VR-LEDGER-RECORD.
040990 9410-WRITE-LEDGER-ENTRY-EXIT.
041000     EXIT.
