000010******************************************************************
000020*                                                                *
000030*    SEXCREC.CPY                                                *
000040*    RECORD LAYOUT FOR THE SETTLEMENT RESEND EXCEPTION FILE     *
000050*    (SETLEXC).  SETLANAL LISTS HERE EVERY SET SETTLEMENT HAS   *
000060*    REJECTED AND WE HAVE RESENT MORE THAN THE ALLOWED NUMBER   *
000070*    OF TIMES, AND WRITES THE FILE FORWARD AS SETLEXCN          *
000080*    (OPERATOR REPLACES, AS WITH TIEWORKN).  WHILE A SET IS     *
000090*    HELD (STATUS H) SETTLEXT DOES NOT RESEND IT; ITS RESEND    *
000100*    DETAIL WAITS ON THE HELD-RESEND FILE (REXHELD).            *
000110*                                                                *
000120*    THE REVIEWER RELEASES A SET BY SETTING THE STATUS TO R     *
000130*    WITH THEIR USERID AND THE REVIEW DATE; THE NEXT SETTLEXT   *
000140*    RUN THEN SENDS ITS WAITING DETAIL.  A RELEASED SET THAT    *
000150*    AGAIN BOUNCES MORE THAN THE ALLOWED NUMBER OF TIMES AFTER  *
000160*    ITS REVIEW DATE IS HELD AGAIN BY THE NEXT SETLANAL RUN.    *
000170*    THE COUNT AND DATES ARE THOSE OF THE ANALYSIS THAT LAST    *
000180*    HELD THE SET.                                               *
000190*                                                                *
000200******************************************************************
000210 01  SEXC-RECORD.
000220     05  SEXC-SET-ID                    PIC X(10).
000230     05  SEXC-BRANCH                    PIC X(06).
000240     05  SEXC-STATUS                    PIC X(01).
000250         88  SEXC-HELD                  VALUE 'H'.
000260         88  SEXC-RELEASED              VALUE 'R'.
000270     05  SEXC-LISTED-DATE               PIC 9(08).
000280     05  SEXC-REJECT-COUNT              PIC 9(04).
000290     05  SEXC-FIRST-REJ-DATE            PIC 9(08).
000300     05  SEXC-LAST-REJ-DATE             PIC 9(08).
000310     05  SEXC-LAST-REASON               PIC X(02).
000320     05  SEXC-REVIEWED-BY               PIC X(08).
000330     05  SEXC-REVIEW-DATE               PIC 9(08).
000340     05  FILLER                         PIC X(17).
