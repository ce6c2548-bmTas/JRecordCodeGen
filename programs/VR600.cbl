      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   22/08/26   RLB   ORIGINAL PROGRAM.                          *
      *   15/10/26   RLB   EVERY RECORD IS LOADED UNRESTRICTED - THE  *
      *                    COURT-ORDER SEAL FLAG IS SET ONLY BY       *
      *                    VR605.                                     *
      *                                                               *
      *****************************************************************
000100 IDENTIFICATION DIVISION.
016800     END-IF.
016900     MOVE SPACE        TO VRM-DELETE-FLAG.
017000     MOVE VR-LOAD-DATE TO VRM-LAST-MAINT-DATE.
017010     MOVE SPACE        TO VRM-RESTRICT-FLAG.
017020     MOVE ZERO         TO VRM-RESTRICT-DATE.
017100 2300-BUILD-MASTER-EXIT.
017200     EXIT.
017300*
