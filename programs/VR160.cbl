      *   03/09/26   RLB   CARRY-FORWARD RECORD WIDENED TO 111 BYTES  *
      *                    FOR THE VRS-OFFICE-ID FIELD ADDED TO THE   *
      *                    VRSUSP LAYOUT.                             *
      *   15/10/26   RLB   APPENDS THE OUTCOME OF EVERY SUSPENSE ITEM *
      *                    DISPOSED OF - CORRECTED AND RECYCLED,      *
      *                    FAILED AGAIN OR AGED OUT - WITH ITS OFFICE *
      *                    AND ORIGINAL REASON CODE TO THE VRQUAL     *
      *                    DATA-QUALITY EVENT LOG (NEW DD VRQLG01,    *
      *                    DSN VR.PROD.DUPNAME.QUALITY, DISP=MOD)     *
      *                    READ BY THE VR720 OFFICE SCORECARD.        *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
002400                              ORGANIZATION IS SEQUENTIAL.
002410     SELECT VR-STATS-FILE     ASSIGN TO VRSTA01
002420                              ORGANIZATION IS SEQUENTIAL.
002430     SELECT VR-QUALITY-FILE   ASSIGN TO VRQLG01
002440                              ORGANIZATION IS SEQUENTIAL.
002500*
002600 DATA DIVISION.
002700 FILE SECTION.
005230     RECORDING MODE IS F
005240     LABEL RECORDS ARE STANDARD.
005250     COPY VRSTAT.
005260*
005270 FD  VR-QUALITY-FILE
005280     RECORDING MODE IS F
005290     LABEL RECORDS ARE STANDARD.
005295     COPY VRQUAL.
005300*
005400 WORKING-STORAGE SECTION.
005410     COPY VRDAYTB.
007700     05  VR-RECYCLE-REC-LEN    PIC 9(04)  COMP VALUE ZERO.
007800*
007900 01  VR-CUTOFF-DATE            PIC X(08)  VALUE '00000000'.
007910 01  VR-QUALITY-DATE           PIC 9(08)  VALUE ZERO.
007920 01  VR-OUTCOME-CATEGORY       PIC X(02)  VALUE SPACES.
008000*
008100 01  VR-REEDIT-FAILURE.
008200     05  VR-FAIL-REASON-CODE   PIC X(02).
016100          OUTPUT VR-RECYCLE-FILE
016200          OUTPUT VR-CARRY-FILE
016300          OUTPUT VR-DISP-RPT.
016310     OPEN EXTEND VR-QUALITY-FILE.
016320     ACCEPT VR-QUALITY-DATE FROM DATE YYYYMMDD.
016400     PERFORM 1100-WRITE-REPORT-HEADING
016500         THRU 1100-WRITE-REPORT-HEADING-EXIT.
016600     PERFORM 2100-READ-SUSPENSE
026200         ADD 1 TO VR-AGED-COUNT
026300         PERFORM 7100-COUNT-REASON
026400             THRU 7100-COUNT-REASON-EXIT
026410         MOVE 'SA' TO VR-OUTCOME-CATEGORY
026420         PERFORM 2800-LOG-OUTCOME
026430             THRU 2800-LOG-OUTCOME-EXIT
026500     ELSE
026600         WRITE VR-CARRY-RECORD FROM VR-SUSPENSE-RECORD
026700         ADD 1 TO VR-CARRY-COUNT
030900                 ADD 1 TO VR-FAILED-COUNT
031000                 PERFORM 7100-COUNT-REASON
031100                     THRU 7100-COUNT-REASON-EXIT
031110                 MOVE 'SF' TO VR-OUTCOME-CATEGORY
031120                 PERFORM 2800-LOG-OUTCOME
031130                     THRU 2800-LOG-OUTCOME-EXIT
031200                 GO TO 2400-APPLY-CORRECTION-EXIT
031300         END-EVALUATE
031400     ELSE
032900                 ADD 1 TO VR-FAILED-COUNT
033000                 PERFORM 7100-COUNT-REASON
033100                     THRU 7100-COUNT-REASON-EXIT
033110                 MOVE 'SF' TO VR-OUTCOME-CATEGORY
033120                 PERFORM 2800-LOG-OUTCOME
033130                     THRU 2800-LOG-OUTCOME-EXIT
033200                 GO TO 2400-APPLY-CORRECTION-EXIT
033300         END-EVALUATE
033400     END-IF.
034600         ADD 1 TO VR-FAILED-COUNT
034700         PERFORM 7100-COUNT-REASON
034800             THRU 7100-COUNT-REASON-EXIT
034810         MOVE 'SF' TO VR-OUTCOME-CATEGORY
034820         PERFORM 2800-LOG-OUTCOME
034830             THRU 2800-LOG-OUTCOME-EXIT
034900     END-IF.
035000 2400-APPLY-CORRECTION-EXIT.
035100     EXIT.
043500     END-IF.
043600     WRITE VR-RECYCLE-RECORD.
043700     ADD 1 TO VR-RECYCLE-COUNT.
043710     MOVE 'SC' TO VR-OUTCOME-CATEGORY.
043720     PERFORM 2800-LOG-OUTCOME
043730         THRU 2800-LOG-OUTCOME-EXIT.
043800 2600-WRITE-RECYCLE-EXIT.
043900     EXIT.
044000*
044800 2700-WRITE-DISPOSITION-EXIT.
044900     EXIT.
045000*
045005******************************************************************
045010* 2800-LOG-OUTCOME APPENDS THE OUTCOME OF THE CURRENT SUSPENSE   *
045015* ITEM - CORRECTED AND RECYCLED, FAILED AGAIN OR AGED OUT - TO   *
045020* THE DATA-QUALITY EVENT LOG (VRQLG01) UNDER THE OFFICE ON THE   *
045025* SUSPENSE RECORD, WITH ITS ORIGINAL REASON CODE, FOR THE VR720  *
045030* OFFICE SCORECARD.  A CARRIED-FORWARD ITEM HAS NO OUTCOME YET.  *
045035******************************************************************
045040 2800-LOG-OUTCOME.
045045     MOVE SPACES                     TO VR-QUALITY-RECORD.
045050     MOVE VR-QUALITY-DATE            TO VRQL-EVENT-DATE.
045055     MOVE VRS-OFFICE-ID              TO VRQL-OFFICE-ID.
045060     MOVE VR-OUTCOME-CATEGORY        TO VRQL-CATEGORY.
045065     MOVE VRS-REASON-CODE            TO VRQL-REASON.
045070     MOVE 'VR160'                    TO VRQL-PROGRAM-ID.
045075     MOVE VRS-RECORD-TYPE            TO VRQL-RECORD-TYPE.
045080     MOVE VRS-FIELD-1                TO VRQL-FIELD-1.
045085     MOVE VRS-RUN-DATE               TO VRQL-RUN-DATE.
045090     WRITE VR-QUALITY-RECORD.
045093 2800-LOG-OUTCOME-EXIT.
045096     EXIT.
045098*
045100******************************************************************
045200* 7100-COUNT-REASON ACCUMULATES THE DISPOSITION COUNTS BY        *
045300* REASON CODE FOR THE END-OF-REPORT SUMMARY.  A REASON CODE NOT  *
051000           VR-CORRECTION-FILE
051100           VR-RECYCLE-FILE
051200           VR-CARRY-FILE
051300           VR-DISP-RPT
051310           VR-QUALITY-FILE.
051400     DISPLAY 'VR160 - SUSPENSE RECYCLE COMPLETE'.
051500     DISPLAY 'VR160 - SUSPENSE READ     : ' VR-SUS-COUNT.
051600     DISPLAY 'VR160 - CORRECTIONS READ  : ' VR-COR-COUNT.
