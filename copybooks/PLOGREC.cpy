000070*    FOR THE AS-OF DATE BEFORE THE ROW WAS COMMITTED, AND THE   *
000080*    NEW ROW'S VALUES - SO "WHO CHANGED THE RANGE AND WHEN"     *
000090*    CAN BE ANSWERED FROM THE LOG DURING AN AUDIT.              *
000091*                                                                *
000092*    UNDER DUAL CONTROL A ROW IS LOGGED WHEN IT IS APPROVED,    *
000093*    NOT WHEN IT IS KEYED.  PLOG-USERID AND THE CHANGE DATE     *
000094*    AND TIME ARE THE MAKER'S (WHEN THE ROW WAS ENTERED); THE   *
000095*    APPROVER FIELDS ARE THE SECOND USER WHO RELEASED IT.  THE  *
000096*    RECORD GREW FROM 80 TO 96 BYTES FOR THEM; OLDER RECORDS    *
000097*    READ BACK WITH SPACES THERE.                               *
000100*                                                                *
000110******************************************************************
000120 01  PLOG-RECORD.
000232*    THE SCOPE (BRANCH OR SET-ID PREFIX) THE NEW ROW APPLIES    *
000234*    TO - SPACES FOR THE SHOP-WIDE FALLBACK ROW.                *
000236     05  PLOG-NEW-SCOPE                 PIC X(10).
000237     05  PLOG-APPROVER-ID               PIC X(08).
000238     05  PLOG-APPROVE-DATE              PIC 9(08).
000240     05  FILLER                         PIC X(14).
