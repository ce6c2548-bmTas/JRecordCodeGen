      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   03/09/26   RLB   ORIGINAL WORK AREA.                        *
      *   15/10/26   RLB   VR612 NOW ALSO ENCODES WITH THIS AREA WHEN *
      *                    IT MOVES A SEARCH RECORD TO A NEW FIELD-1  *
      *                    - ITS ENCODE PARAGRAPHS MUST STAY          *
      *                    IDENTICAL TO THOSE OF VR670 AND VR680.     *
      *                                                               *
      *****************************************************************
000100 01  VR-PHONETIC-WORK.
