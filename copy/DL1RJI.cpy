000180*            REPAIRED AND RE-FED YET.  DL160M REPORTS THE
000190*            OUTSTANDING ENTRIES WITH THEIR AGE, SAME IDEA AS
000200*            THE REVIEW-ITEM AGING IN DL155M.
000202*            RJI-AREA-NUM IS THE FIRST AREA OCCURRENCE (FEED)
000204*            WHOSE VALIDATION FAILED, SO THE MONTH-END
000206*            CHARGEBACK (DL145M) CAN CHARGE THE REJECT TO ITS
000208*            FEED; ZERO (OR SPACES ON AN ENTRY POSTED BEFORE
000209*            THE FIELD EXISTED) MEANS THE WHOLE RECORD FAILED.
000210*****************************************************************
000220 01  RJI-RECORD.
000230     05  RJI-KEY.
000250         10  RJI-BUS-DATE      PIC X(08).
000260     05  RJI-REJECT-TS         PIC X(16).
000270     05  RJI-REJECT-COUNT      PIC 9(03).
000280     05  RJI-AREA-NUM          PIC 9(02).
000290     05  FILLER                PIC X(01).
