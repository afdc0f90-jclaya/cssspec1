000010******************************************************************
000020*                                                                *
000030*    JRNREC.CPY                                                 *
000040*    RECORD LAYOUT FOR THE AUDIT TRAIL FORWARD-RECOVERY         *
000050*    JOURNAL (AUDJRNL).  EVERY PROGRAM THAT ADDS A RECORD TO    *
000060*    THE INDEXED AUDIT TRAILS - AUDFILE (AUDREC) OR RAUDFILE    *
000070*    (RNKAUD) - APPENDS THE RECORD'S AFTER-IMAGE HERE AS SOON   *
000080*    AS THE WRITE SUCCEEDS, AND AUDARCH APPENDS THE IMAGE OF    *
000090*    EVERY RECORD IT PURGES, SO THE TRAILS CAN BE BROUGHT       *
000100*    FORWARD FROM A BACKUP BY AUDRECOV.                         *
000110*                                                                *
000120*    A DETAIL CARRIES THE TRAIL (A = AUDFILE, R = RAUDFILE),    *
000130*    THE ACTION (A = ADDED, D = PURGED), WHEN AND BY WHICH      *
000140*    PROGRAM IT WAS POSTED, AND THE FULL RECORD IMAGE - 80      *
000150*    BYTES OF AUDREC OR 160 OF RNKAUD, LEFT-JUSTIFIED.  BOTH    *
000160*    LAYOUTS START WITH THE SAME 22-BYTE KEY (RUN DATE, RUN     *
000170*    TIME, SEQUENCE), SO THE JOURNAL SORTS INTO KEY ORDER ON    *
000180*    JRN-IMAGE-KEY WHICHEVER TRAIL THE IMAGE BELONGS TO.        *
000190*                                                                *
000200*    AUDBKUP EMPTIES THE JOURNAL ONLY AFTER A BACKUP OF BOTH    *
000210*    TRAILS HAS PROVED IN BALANCE, AND STARTS THE NEW JOURNAL   *
000220*    WITH A HEADER (TYPE H) CARRYING THAT BACKUP'S DATE AND     *
000230*    TIME, SO RECOVERY CAN TELL THE JOURNAL BELONGS TO THE      *
000240*    BACKUP IT IS REPLAYED ONTO.                                *
000250*                                                                *
000260******************************************************************
000270 01  JRN-RECORD.
000280     05  JRN-REC-TYPE                   PIC X(01).
000290         88  JRN-TYPE-HEADER            VALUE 'H'.
000300         88  JRN-TYPE-AUDIT             VALUE 'A'.
000310         88  JRN-TYPE-RANKED            VALUE 'R'.
000320     05  JRN-ACTION                     PIC X(01).
000330         88  JRN-RECORD-ADDED           VALUE 'A'.
000340         88  JRN-RECORD-PURGED          VALUE 'D'.
000350     05  JRN-POST-DATE                  PIC 9(08).
000360     05  JRN-POST-TIME                  PIC 9(08).
000370     05  JRN-PROGRAM                    PIC X(12).
000380     05  JRN-IMAGE.
000390         10  JRN-IMAGE-KEY              PIC X(22).
000400         10  FILLER                     PIC X(138).
000410     05  FILLER                         PIC X(10).
000420 01  JRN-HEADER-RECORD.
000430     05  JRN-HDR-REC-TYPE               PIC X(01).
000440     05  FILLER                         PIC X(01).
000450     05  JRN-HDR-BKUP-DATE              PIC 9(08).
000460     05  JRN-HDR-BKUP-TIME              PIC 9(08).
000470     05  FILLER                         PIC X(182).
