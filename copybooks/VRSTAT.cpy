      *     VR110 - 1=DUP-NAME-1  2=DUP-NAME-2  3=DUP-NAME-3         *
      *     VR120 - 1=SUBSTITUTIONS  2=UNRECOGNIZED OCCURRENCES      *
      *             3=RECORDS WRITTEN                                *
      *     VR130 - 1=COPIES COLLAPSED  2=COPIES DIVERTED  3=KEPT    *
      *             RECORDS WRITTEN (INPUT BALANCES TO 1 + 2 + 3)    *
      *     VR150 - 1=AFTER READ  2=AUDIT WRITTEN  3=UNUSED          *
      *     VR160 - 1=RECYCLED  2=CARRIED FORWARD  3=AGED PLUS       *
      *             FAILED AGAIN (INPUT IS SUSPENSE ITEMS READ)      *
      *             (INPUT IS DUP-NAME-3 READ)                       *
      *     VR310 - 1=PAIRS MERGED  2=REJECTIONS REMEMBERED          *
      *             3=EXCEPTIONS (INPUT IS DECISIONS READ)           *
      *     VR400 - 1=DETAILS WRITTEN  2=SEALED RECORDS WITHHELD     *
      *             3=UNUSED                                         *
      *     VR410 - 1=OCCURRENCES LISTED  2=NOT ON TABLE  3=SET      *
      *             HEADINGS                                         *
      *     VR420 - 1=APPLIED  2=EXCEPTIONS  3=RECORDS CHANGED       *
      *             IS MAINTENANCE TRANSACTIONS READ)                *
      *     VR440 - 1=SETS CHECKED  2=SETS FLAGGED  3=CONDITIONS     *
      *             REPORTED                                         *
      *     VR450 - 1=ATTRIBUTED  2=NOT ATTRIBUTED  3=OFFICE         *
      *             RECORDS READ (INPUT IS EVENTS READ)              *
      *     VR500 - 1=GRAND COUNT  2=GRAND TOTAL  3=UNUSED           *
      *     VR600 - 1=LOADED  2=KEY ERRORS  3=UNUSED                 *
      *     VR605 - 1=RECORDS SEALED  2=RECORDS UNSEALED  3=ORDERS   *
      *             REJECTED (INPUT IS COURT ORDERS READ)            *
      *     VR610 - 1=ADDED  2=CHANGED  3=DELETES FLAGGED            *
      *     VR612 - 1=REKEYED  2=REJECTED  3=LINK-HISTORY, REJECTED  *
      *             PAIR AND SEARCH RECORDS REKEYED (INPUT IS C2/C3  *
      *             AUDIT RECORDS PLUS REKEY CARDS READ)             *
      *     VR615 - 1=ADDS REMOVED  2=IMAGES RESTORED  3=I-O         *
      *             ERRORS (INPUT IS JOURNAL RECORDS READ)           *
      *     VR620 - 1=ADDS  2=CHANGES  3=DROPS (INPUT IS THE         *
      *             CURRENT GENERATION READ)                         *
      *     VR622 - 1=RECORDS ROUTED  2=PARTNERS  3=DELTA RECORDS    *
      *             ROUTED TO NO PARTNER (INPUT IS DELTA RECORDS     *
      *             READ) - PLUS ONE RECORD PER PARTNER WITH THE     *
      *             PARTNER ID AS OFFICE: 1=ADDS  2=CHANGES  3=DROPS *
      *             ROUTED TO THAT PARTNER                           *
      *     VR625 - 1=NOTICES SENT  2=DUPLICATES, CANCELLED,         *
      *             BYPASSED AND SEALED-WITHHELD  3=RETRACTIONS SENT *
      *             (INPUT IS PENDING NOTIFICATION RECORDS READ)     *
      *     VR630 - 1=RECORDS PRINTED  2=KEYS NOT FOUND  3=CODES     *
      *             NOT ON TABLE (INPUT IS INQUIRY CARDS READ)       *
      *     VR635 - 1=RECORDS RECONSTRUCTED  2=KEYS NOT FOUND        *
      *             3=NOT RECONSTRUCTABLE, JOURNAL OR MASTER         *
      *             RECORD PURGED (INPUT IS INQUIRY CARDS READ)      *
      *     VR640 - 1=ACKNOWLEDGED  2=COUNT MISMATCHES  3=OVERDUE    *
      *             PLUS UNKNOWN ACKS (INPUT IS ACKS READ)           *
      *     VR650 - 1=ARCHIVED  2=KEPT  3=I-O ERRORS (INPUT IS       *
      *             MASTER RECORDS READ)                             *
      *     VR660 - 1=RECORDS PRINTED  2=KEYS NOT FOUND  3=ARCHIVE   *
      *             RECORDS READ (INPUT IS SEARCH CARDS READ)        *
      *     VR670 - 1=INDEXED  2=DELETED BYPASSED  3=SEALED          *
      *             BYPASSED (INPUT IS MASTER RECORDS READ)          *
      *     VR680 - 1=MATCHES PRINTED  2=NAMES NOT MATCHED           *
      *             3=SEARCH FILE READ (INPUT IS CARDS READ)         *
      *     VR690 - 1=CHECKS IN BALANCE  2=CHECKS OUT OF BALANCE     *
      *             3=LATEST POSTINGS USED (INPUT IS LEDGER RECORDS  *
      *             FOR THE RUN-DATE)                                *
      *     VR710 - 1=DEATHS IN PERIOD  2=INFANT DEATHS  3=DEATHS    *
      *             WITH NO BIRTH RECORD (INPUT IS MASTER RECORDS    *
      *             READ)                                            *
      *     VR720 - 1=OFFICES RANKED  2=LETTERS WRITTEN              *
      *             3=UNATTRIBUTED EVENTS (INPUT IS EVENT LOG        *
      *             RECORDS READ)                                    *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *                    OFFICE COMBINATION SEPARATELY.  THE       *
      *                    ACCUMULATED 52-BYTE HISTORY IS WIDENED    *
      *                    ONCE BY THE VR700G CONVERSION JOB.        *
      *   15/10/26   RLB   DOCUMENTED THE VR130 CROSS-OFFICE         *
      *                    DUPLICATE RESOLUTION COUNTS.              *
      *   15/10/26   RLB   DOCUMENTED THE VR690 CONTROL-TOTAL PROOF   *
      *                    COUNTS.                                    *
      *   15/10/26   RLB   DOCUMENTED THE VR710 MORTALITY STATISTICS  *
      *                    COUNTS.                                    *
      *   15/10/26   RLB   DOCUMENTED THE VR625 DEATH-NOTIFICATION    *
      *                    FEED COUNTS.                               *
      *   15/10/26   RLB   DOCUMENTED THE VR622 PARTNER DELTA ROUTING *
      *                    COUNTS.                                    *
      *   15/10/26   RLB   DOCUMENTED THE VR605 COURT-ORDER SEAL      *
      *                    COUNTS AND THE SEALED-RECORD COUNTS NOW    *
      *                    POSTED BY VR400 AND VR670.                 *
      *   15/10/26   RLB   DOCUMENTED THE VR612 FIELD-1 REKEY COUNTS. *
      *   15/10/26   RLB   DOCUMENTED THE VR635 AS-OF-DATE            *
      *                    RECONSTRUCTION COUNTS.                     *
      *   15/10/26   RLB   DOCUMENTED THE VR450 DATA-QUALITY EVENT    *
      *                    ATTRIBUTION AND VR720 OFFICE SCORECARD     *
      *                    COUNTS.                                    *
      *   15/10/26   RLB   VR625 RESULT-2 NOW ALSO COUNTS NOTICES AND *
      *                    RETRACTIONS WITHHELD FOR SEALED KEYS.      *
      *                                                               *
      *****************************************************************
000100 01  VR-STAT-RECORD.
