000010******************************************************************
000020*                                                                *
000030*    CLOGREC.CPY                                                *
000040*    RECORD LAYOUT FOR THE BUSINESS-DAY CALENDAR CHANGE LOG     *
000050*    APPENDED BY CALMNT.  ONE RECORD PER ACCEPTED ROW: WHO      *
000060*    MADE THE CHANGE AND WHEN, THE DATE'S TYPE BEFORE THE ROW   *
000070*    WAS COMMITTED (SPACE WHEN THE DATE WAS NOT ON THE          *
000080*    CALENDAR), AND THE NEW TYPE AND DESCRIPTION - D WHEN THE   *
000090*    ROW WAS REMOVED.  THE SAME DISCIPLINE AS THE SET MASTER    *
000100*    CHANGE LOG IN SMLOGREC.                                    *
000110*                                                                *
000120******************************************************************
000130 01  CLOG-RECORD.
000140     05  CLOG-CHANGE-DATE               PIC 9(08).
000150     05  CLOG-CHANGE-TIME               PIC 9(08).
000160     05  CLOG-USERID                    PIC X(08).
000170     05  CLOG-CAL-DATE                  PIC 9(08).
000180     05  CLOG-OLD-TYPE                  PIC X(01).
000190     05  CLOG-NEW-TYPE                  PIC X(01).
000200     05  CLOG-NEW-DESC                  PIC X(30).
000210     05  FILLER                         PIC X(16).
