      *****************************************************************
      *                                                               *
      *   VRLGWK   -  BALANCING LEDGER HASH AND ACCUMULATION WORK     *
      *               AREAS                                           *
      *                                                               *
      *   HOLDS THE WORK FIELDS USED BY THE LEDGER POSTING SHARED    *
      *   BY VR050, VR100, VR110, VR120, VR130 AND VR610.  THE       *
      *   CALLING PROGRAM MOVES THE RECORD TO VR-HASH-RECORD (A      *
      *   LONGER RECORD IS TRUNCATED, A SHORTER ONE SPACE-FILLED)    *
      *   AND PERFORMS ITS HASH PARAGRAPH, WHICH LEAVES THE          *
      *   RECORD'S XDATE AND FIELD-1 HASHES IN VR-HASH-REC-XDATE AND *
      *   VR-HASH-REC-FIELD-1.  IT THEN SETS VR-BL-POST-CATEGORY,    *
      *   -OFFICE AND -RECTYPE AND PERFORMS ITS POSTING PARAGRAPH,   *
      *   WHICH ADDS VR-BL-POST-COUNT AND THE HASHES TO THE MATCHING *
      *   VR-BL-ENTRY.  THE TABLE IS WRITTEN TO THE LEDGER AT END    *
      *   OF JOB.                                                    *
      *                                                               *
      *   THE FIELD-1 HASH IS THE SUM, OVER THE 20 POSITIONS, OF THE *
      *   POSITION NUMBER TIMES THE CHARACTER'S PLACE IN             *
      *   VR-HASH-ALPHABET (SPACE COUNTS ZERO, A CHARACTER NOT IN    *
      *   THE ALPHABET COUNTS ITS FULL LENGTH), SO A TRANSPOSITION   *
      *   CHANGES THE TOTAL AS WELL AS A SUBSTITUTION.  RECORD-TYPES *
      *   '1' AND '2' HASH THEIR BIRTH AND DEATH XDATES, '3' ITS     *
      *   DEATH XDATE, ANY OTHER TYPE FIELD-1 ONLY.                  *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL WORK AREAS.                       *
      *                                                               *
      *****************************************************************
000100 01  VR-HASH-WORK.
000200     05  VR-HASH-ALPHABET      PIC X(44)  VALUE
000300         ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-.,/&#*'.
000400     05  VR-HASH-RECORD        PIC X(85)  VALUE SPACES.
000500     05  VR-HASH-BD REDEFINES VR-HASH-RECORD.
000600         10  VR-HASH-RECTYPE   PIC X(01).
000700         10  VR-HASH-FIELD-1   PIC X(20).
000800         10  FILLER            PIC X(08).
000900         10  FILLER            PIC X(20).
001000         10  VR-HASH-BIRTH-XDATE
001100                               PIC 9(08).
001200         10  FILLER            PIC X(20).
001300         10  VR-HASH-DEATH-XDATE
001400                               PIC 9(08).
001500     05  VR-HASH-D3 REDEFINES VR-HASH-RECORD.
001600         10  FILLER            PIC X(29).
001700         10  FILLER            PIC X(20).
001800         10  VR-HASH-D3-DEATH-XDATE
001900                               PIC 9(08).
002000         10  FILLER            PIC X(28).
002100     05  VR-HASH-CHAR          PIC X(01)  VALUE SPACE.
002200     05  VR-HASH-POS           PIC 9(02)  COMP VALUE ZERO.
002300     05  VR-HASH-ORD           PIC 9(04)  COMP VALUE ZERO.
002400     05  VR-HASH-REC-XDATE     PIC 9(09)  COMP VALUE ZERO.
002500     05  VR-HASH-REC-FIELD-1   PIC 9(09)  COMP VALUE ZERO.
002600*
002700 01  VR-BL-POSTING.
002800     05  VR-BL-RUN-DATE        PIC 9(08)  VALUE ZERO.
002900     05  VR-BL-RESTART-SW      PIC X(01)  VALUE 'N'.
003000     05  VR-BL-POST-CATEGORY   PIC X(02)  VALUE SPACES.
003100     05  VR-BL-POST-OFFICE     PIC X(04)  VALUE SPACES.
003200     05  VR-BL-POST-RECTYPE    PIC X(01)  VALUE SPACE.
003300     05  VR-BL-POST-COUNT      PIC 9(09)  COMP VALUE ZERO.
003400     05  VR-BL-POSTED-DATE     PIC 9(08)  VALUE ZERO.
003500     05  VR-BL-POSTED-TIME     PIC 9(08)  VALUE ZERO.
003600     05  VR-BL-IDX             PIC 9(04)  COMP VALUE ZERO.
003700     05  VR-BL-SLOT            PIC 9(04)  COMP VALUE ZERO.
003800*
003900******************************************************************
004000* THE LEDGER TABLE ACCUMULATES ONE ENTRY PER CATEGORY, OFFICE    *
004100* AND RECORD-TYPE SEEN THIS RUN.  AN ENTRY THAT WILL NOT FIT IS  *
004200* REPORTED AND ITS RECORDS GO UNPOSTED - THE PROOF THEN BREAKS.  *
004300******************************************************************
004400 01  VR-BL-TABLE.
004500     05  VR-BL-USED            PIC 9(04)  COMP VALUE ZERO.
004600     05  VR-BL-MAX             PIC 9(04)  COMP VALUE 400.
004700     05  VR-BL-ENTRY OCCURS 400 TIMES.
004800         10  VR-BL-CATEGORY    PIC X(02).
004900         10  VR-BL-OFFICE      PIC X(04).
005000         10  VR-BL-RECTYPE     PIC X(01).
005100         10  VR-BL-COUNT       PIC 9(09)  COMP.
005200         10  VR-BL-XDATE-HASH  PIC 9(15)  COMP.
005300         10  VR-BL-FIELD-1-HASH
005400                               PIC 9(15)  COMP.
