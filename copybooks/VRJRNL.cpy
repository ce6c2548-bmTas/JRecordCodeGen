      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   03/09/26   RLB   ORIGINAL LAYOUT.                           *
      *   15/10/26   RLB   ADDED THE VR612 FIELD-1 REKEY ACTIONS. A   *
      *                    REKEY JOURNALS A 'K' FOR THE OLD KEY IT    *
      *                    TOOK OFF THE MASTER, CARRYING THE RECORD'S *
      *                    FULL IMAGE, THEN AN 'N' FOR THE NEW KEY IT *
      *                    WROTE, WITH LOW-VALUES LIKE AN ADD. VR615  *
      *                    REMOVES THE NEW KEY AND WRITES THE OLD ONE *
      *                    BACK.                                      *
      *                                                               *
      *****************************************************************
000100 01  VR-JOURNAL-RECORD.
000600         88  VRJL-REWRITTEN               VALUE 'R'.
000700         88  VRJL-DELETE-FLAGGED          VALUE 'D'.
000800         88  VRJL-REACTIVATED             VALUE 'V'.
000810         88  VRJL-REKEYED-OUT             VALUE 'K'.
000820         88  VRJL-REKEYED-IN              VALUE 'N'.
000900     03  VRJL-KEY.
001000         05  VRJL-FIELD-1      PIC X(20).
001100         05  VRJL-RECORD-TYPE  PIC X(01).
