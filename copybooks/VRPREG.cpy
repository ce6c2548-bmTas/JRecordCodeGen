      *****************************************************************
      *                                                               *
      *   VRPREG   -  PROCESSED-EXTRACT REGISTER RECORD LAYOUT        *
      *                                                               *
      *   ONE RECORD APPENDED TO THE PROCESSED-EXTRACT REGISTER      *
      *   EACH TIME A STEP OF THE NIGHTLY CHAIN ACCEPTS A UNIT OF    *
      *   WORK, SO THE SAME NIGHT'S EXTRACT CANNOT BE RUN THROUGH    *
      *   THE SUITE TWICE.  THE REGISTER IS NEVER REWRITTEN - EACH   *
      *   PROGRAM READS IT FRONT TO BACK AT START OF JOB AND         *
      *   APPENDS ITS OWN ENTRIES AT NORMAL END.  THE ENTRY TYPES    *
      *   AND THE KEY EACH ONE CARRIES ARE -                         *
      *                                                               *
      *     E - VR050  AN OFFICE HEADER/TRAILER PAIR ACCEPTED.       *
      *                 KEY IS OFFICE, HEADER CREATE DATE AND        *
      *                 TRAILER RECORD COUNT.                        *
      *     A - VR610  A RUN-DATE APPLIED TO THE MASTER.  KEY IS     *
      *                 THE RUN-DATE (OFFICE SPACES) - THE COUNT     *
      *                 IS THE RECORDS APPLIED, FOR INFORMATION.     *
      *     D - VR620  A GENERATION PAIR SENT AS A DELTA.  KEY IS    *
      *                 THE CURRENT GENERATION'S RUN-DATE (OFFICE    *
      *                 SPACES), PRIOR-DATE IS THE RUN-DATE OF THE   *
      *                 GENERATION IT WAS MATCHED AGAINST - THE      *
      *                 COUNT IS THE CURRENT GENERATION READ.        *
      *     O - ANY    AN OPERATOR OVERRIDE CARD (VROVRD) WAS USED   *
      *                 TO LET A REGISTERED UNIT OF WORK THROUGH     *
      *                 AGAIN.  CARRIES THE KEY OVERRIDDEN AND THE   *
      *                 OPERATOR AND REASON FROM THE CARD - THIS IS  *
      *                 THE OVERRIDE LOG.                            *
      *                                                               *
      *   AN E/A/D ENTRY ACCEPTED UNDER AN OVERRIDE HAS               *
      *   VRPR-OVERRIDE-SW SET AND CARRIES THE OPERATOR AS WELL.     *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL LAYOUT.                           *
      *                                                               *
      *****************************************************************
000100 01  VR-REGISTER-RECORD.
000200     03  VRPR-ENTRY-TYPE       PIC X(01).
000300         88  VRPR-EXTRACT-ENTRY           VALUE 'E'.
000400         88  VRPR-APPLY-ENTRY             VALUE 'A'.
000500         88  VRPR-DELTA-ENTRY             VALUE 'D'.
000600         88  VRPR-OVERRIDE-ENTRY          VALUE 'O'.
000700     03  VRPR-KEY.
000800         05  VRPR-OFFICE-ID    PIC X(04).
000900         05  VRPR-CREATE-DATE  PIC 9(08).
001000         05  VRPR-TRAILER-COUNT
001100                               PIC 9(09).
001200     03  VRPR-PRIOR-DATE       PIC 9(08).
001300     03  VRPR-PROGRAM-ID       PIC X(08).
001400     03  VRPR-PROCESS-DATE     PIC 9(08).
001500     03  VRPR-OVERRIDE-SW      PIC X(01).
001600         88  VRPR-BY-OVERRIDE             VALUE 'Y'.
001700     03  VRPR-OPERATOR-ID      PIC X(08).
001800     03  VRPR-REASON           PIC X(25).
