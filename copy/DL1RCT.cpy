000212*            CORRECT BUSINESS DATE.  THE RESET STATUS IS SET
000214*            BY DL140M WHEN AN OPERATOR CLEARS A DATE LEFT IN
000216*            FLIGHT BY AN ABEND (REASON LOGGED THERE); DL100M
000217*            ACCEPTS A RESET DATE WITHOUT THE OVERRIDE KEYWORD.
000218*            THE DL170M BACKOUT ALSO LEAVES A BACKED-OUT DATE
000219*            RESET (COMPLETION CODE CCBO) SO IT CAN BE RERUN.
000220*****************************************************************
000230 01  RCT-RECORD.
000240     05  RCT-BUS-DATE          PIC X(08).
