      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   22/08/26   RLB   ORIGINAL LAYOUT.                           *
      *   15/10/26   RLB   VR622 NOW ROUTES THIS FILE TO EACH PARTNER *
      *                    BY SUBSCRIPTION - A PARTNER'S COPY CARRIES *
      *                    ONLY THE CHANGE FLAGS OF THE GROUPS IT     *
      *                    SUBSCRIBES TO.                             *
      *                                                               *
      *****************************************************************
000100 01  VR-DELTA-RECORD.
