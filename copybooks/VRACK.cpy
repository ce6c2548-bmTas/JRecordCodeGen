      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   03/09/26   RLB   ORIGINAL LAYOUT.                           *
      *   15/10/26   RLB   ALSO RETURNED BY A BENEFIT OR PENSION      *
      *                    AGENCY FOR A VR625 DEATH-NOTIFICATION FEED *
      *                    - THE FEED DATE AS THE RUN DATE, THE       *
      *                    NOTICES LOADED AS THE ADD COUNT, ZERO      *
      *                    CHANGES AND THE RETRACTIONS LOADED AS THE  *
      *                    DROP COUNT.                                *
      *   15/10/26   RLB   A DELTA PARTNER NOW ACKNOWLEDGES ITS OWN   *
      *                    VR622 ROUTED DELTA - THE COUNTS ARE        *
      *                    MATCHED AGAINST THAT PARTNER'S FILTERED    *
      *                    COUNTS.                                    *
      *                                                               *
      *****************************************************************
000100 01  VR-ACK-RECORD.
