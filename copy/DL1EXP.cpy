000100*****************************************************************
000110* DL1EXP   - DELIMITED MASTER EXPORT ROW (DL215M), VARIABLE
000120*            LENGTH.  ONE HEADER ROW OF COLUMN NAMES, ONE ROW
000130*            PER MASTER RECORD SELECTED, ONE TRAILER ROW.  A
000140*            DATA ROW IS RECORD_ID, THE SELECTED AREA VALUES IN
000150*            PARM ORDER, UPDATE_COUNT AND LAST_RUN_TS, SPLIT BY
000160*            THE PARM DELIMITER.  VALUES ARE TRIMMED; A VALUE
000170*            HOLDING THE DELIMITER OR A QUOTE IS ENCLOSED IN
000180*            QUOTES WITH EACH EMBEDDED QUOTE DOUBLED.  THE
000190*            TRAILER ROW IS TRAILER AND THE DATA ROW COUNT.
000200*            THE LONGEST POSSIBLE ROW - TEN FULL AREAS, EVERY
000210*            BYTE A QUOTE - FITS IN 2100.
000220*****************************************************************
000230 01  EXP-ROW.
000240     05  EXP-ROW-TEXT          PIC X(2100).
