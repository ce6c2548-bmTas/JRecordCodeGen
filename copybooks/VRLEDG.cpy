      *****************************************************************
      *                                                               *
      *   VRLEDG   -  CONTROL-TOTAL BALANCING LEDGER RECORD LAYOUT    *
      *                                                               *
      *   EVERY PROGRAM IN THE EXTRACT-TO-MASTER CHAIN APPENDS ITS   *
      *   CONTROL TOTALS TO THE ONGOING LEDGER DATASET AT END OF     *
      *   JOB - ONE RECORD PER CATEGORY, SENDING OFFICE AND RECORD-  *
      *   TYPE IT COUNTED - UNDER THE NIGHT'S SCHEDULED RUN-DATE.    *
      *   VR690 READS THE LEDGER AND PROVES EACH STEP'S OUTPUT       *
      *   AGAINST THE NEXT STEP'S INPUT.  BESIDE THE RECORD COUNT    *
      *   EACH RECORD CARRIES TWO HASH TOTALS OVER THE RECORDS       *
      *   COUNTED - THE SUM OF THE BIRTH AND DEATH XDATES (ZERO      *
      *   WHERE A DATE IS ABSENT OR NOT NUMERIC) AND A POSITIONAL    *
      *   CHECKSUM OF FIELD-1 - SO A DROPPED RECORD REPLACED BY A    *
      *   DUPLICATE, OR A KEY OR DATE ALTERED IN PASSING, BREAKS     *
      *   THE PROOF EVEN WHEN THE COUNTS STILL AGREE.  THE           *
      *   CATEGORIES POSTED ARE -                                    *
      *                                                               *
      *     VR050 - TR=TRAILER COUNTS (PER OFFICE, NO HASHES)        *
      *             IN=DATA RECORDS READ                             *
      *     VR100 - GD=GOOD  SU=SUSPENSE  RJ=REJECT                  *
      *     VR120 - WR=RECORDS WRITTEN                               *
      *     VR130 - WR=KEPT RECORDS WRITTEN  CO=COPIES COLLAPSED     *
      *             DV=COPIES DIVERTED                               *
      *     VR110 - WR=RECORDS SPLIT TO THEIR RECORD-TYPE FILE       *
      *             OT=RECORD-TYPE NOT RECOGNIZED                    *
      *     VR610 - AD=ADDED  CH=CHANGED  UN=UNCHANGED  ER=I-O       *
      *             ERROR                                            *
      *                                                               *
      *   THE POSTING STAMP IS THE DATE AND TIME THE PROGRAM WROTE   *
      *   ITS RECORDS - A STEP RERUN FOR THE SAME RUN-DATE POSTS     *
      *   AGAIN UNDER A NEW STAMP AND ONLY ITS LATEST POSTING IS     *
      *   BALANCED.  THE RESTART SWITCH MARKS A VR100 POSTING MADE   *
      *   BY A RESTARTED RUN, WHICH COVERS ONLY THE RECORDS AFTER    *
      *   THE CHECKPOINT.                                            *
      *   A RUN THAT COUNTED NOTHING POSTS ONE ZERO RECORD UNDER     *
      *   CATEGORY '00' SO THAT VR690 CAN SEE THE STEP RAN.          *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL LAYOUT.                           *
      *                                                               *
      *****************************************************************
000100 01  VR-LEDGER-RECORD.
000200     03  VRLG-RUN-DATE         PIC 9(08).
000300     03  VRLG-PROGRAM-ID       PIC X(08).
000400     03  VRLG-POSTING-STAMP.
000500         05  VRLG-POSTED-DATE  PIC 9(08).
000600         05  VRLG-POSTED-TIME  PIC 9(08).
000700     03  VRLG-CATEGORY         PIC X(02).
000800     03  VRLG-OFFICE-ID        PIC X(04).
000900     03  VRLG-RECORD-TYPE      PIC X(01).
001000     03  VRLG-RECORD-COUNT     PIC 9(09).
001100     03  VRLG-XDATE-HASH       PIC 9(15).
001200     03  VRLG-FIELD-1-HASH     PIC 9(15).
001300     03  VRLG-RESTART-SW       PIC X(01).
001400         88  VRLG-RESTARTED               VALUE 'Y'.
001500     03  FILLER                PIC X(01).
