000010******************************************************************
000020*                                                                *
000030*    SCLOGREC.CPY                                               *
000040*    RECORD LAYOUT FOR THE SUSPENSE CORRECTION LOG APPENDED BY  *
000050*    SUSPCORR.  ONE RECORD PER VALUE CHANGED ON A SUSPENSE      *
000060*    ITEM RELEASED FOR RESUBMISSION: WHO CHANGED IT AND WHEN,   *
000070*    THE ITEM (SET ID, ORIGINAL RUN DATE/TIME AND CYCLE, AND    *
000080*    SUSPENSE REASON), THE FIELD (NUM1, NUM2 OR NUM3) AND ITS   *
000090*    VALUE BEFORE AND AFTER.  AN ITEM RELEASED WITH ITS VALUES  *
000100*    UNCHANGED (A SET FIXED ON THE SET MASTER) LOGS ONE RECORD  *
000110*    WITH FIELD NONE, AND A DUPLICATE-SET ITEM DISCARDED AS A   *
000112*    CONFIRMED DUPLICATE LOGS ONE RECORD WITH FIELD DROP AND NO *
000114*    VALUES.  THE SAME DISCIPLINE AS THE CALENDAR AND SET       *
000120*    MASTER CHANGE LOGS.                                        *
000130*                                                                *
000140******************************************************************
000150 01  SCLG-RECORD.
000160     05  SCLG-CHANGE-DATE               PIC 9(08).
000170     05  SCLG-CHANGE-TIME               PIC 9(08).
000180     05  SCLG-USERID                    PIC X(08).
000190     05  SCLG-SET-ID                    PIC X(10).
000200     05  SCLG-RUN-DATE                  PIC 9(08).
000210     05  SCLG-RUN-TIME                  PIC 9(08).
000220     05  SCLG-CYCLE-NO                  PIC 9(02).
000230     05  SCLG-REASON-CODE               PIC X(02).
000240     05  SCLG-FIELD                     PIC X(04).
000250     05  SCLG-OLD-VALUE                 PIC X(03).
000260     05  SCLG-NEW-VALUE                 PIC X(03).
000270     05  FILLER                         PIC X(16).
