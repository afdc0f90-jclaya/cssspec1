000010******************************************************************
000020*                                                                *
000030*    CALREC.CPY                                                 *
000040*    RECORD LAYOUT FOR THE BUSINESS-DAY CALENDAR FILE.  MONDAY  *
000050*    TO FRIDAY ARE BUSINESS DAYS AND SATURDAY AND SUNDAY ARE    *
000060*    NOT; THE FILE HOLDS ONLY THE EXCEPTIONS.  A ROW OF TYPE H  *
000070*    CLOSES A WEEKDAY (A HOLIDAY); A ROW OF TYPE B OPENS A      *
000080*    WEEKEND DATE THE SHOP WORKS.  THE FILE IS MAINTAINED       *
000090*    THROUGH CALMNT (THE SAME DISCIPLINE AS THE THRESHOLD AND   *
000100*    SET MASTER FILES) AND IS READ BY AGEPEND, AUDALERT,        *
000110*    BRNPKG, CONDITIONALS, JOBGATE AND SETTLEXT WHEREVER A      *
000120*    COUNT OR A DEFAULT DATE MUST BE IN BUSINESS DAYS.          *
000130*                                                                *
000140******************************************************************
000150 01  CAL-RECORD.
000160     05  CAL-DATE                       PIC 9(08).
000170     05  CAL-DAY-TYPE                   PIC X(01).
000180         88  CAL-HOLIDAY                VALUE 'H'.
000190         88  CAL-WORKED-DAY             VALUE 'B'.
000200         88  CAL-TYPE-VALID             VALUE 'H' 'B'.
000210     05  CAL-DESC                       PIC X(30).
000220     05  FILLER                         PIC X(41).
