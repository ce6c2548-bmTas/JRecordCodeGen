      *   03/09/26   RLB   ONE RECORD PER GENERATION PER PARTNER -    *
      *                    VROT-PARTNER-ID NOW NAMES THE TRACKED      *
      *                    PARTNER, NOT WHOEVER ACKNOWLEDGED FIRST.   *
      *   15/10/26   RLB   ALSO ONE RECORD PER VR625 DEATH-           *
      *                    NOTIFICATION FEED PER AGENCY - THE ADD     *
      *                    COUNT IS THE NOTICES SENT, THE DROP COUNT  *
      *                    THE RETRACTIONS, THE CHANGE COUNT ZERO.    *
      *   15/10/26   RLB   A DELTA PARTNER'S COUNTS ARE NOW ITS OWN   *
      *                    VR622 ROUTED DELTA'S, NOT THE FULL VR620   *
      *                    FIGURES.                                   *
      *                                                               *
      *****************************************************************
000100 01  VR-OUTSTANDING-RECORD.
