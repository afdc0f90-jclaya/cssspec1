000070*    COMMITTED (SPACE WHEN THE SET WAS NOT YET ON THE MASTER),  *
000080*    AND THE NEW ROW'S VALUES - THE SAME DISCIPLINE AS THE      *
000090*    THRESHOLD CHANGE LOG IN PLOGREC.                           *
000092*                                                                *
000094*    UNDER DUAL CONTROL A ROW IS LOGGED WHEN IT IS APPROVED.    *
000096*    SMLOG-USERID AND THE CHANGE DATE AND TIME ARE THE MAKER'S; *
000098*    THE APPROVER FIELDS ARE THE SECOND USER WHO RELEASED IT.   *
000100*                                                                *
000110******************************************************************
000120 01  SMLOG-RECORD.
000190     05  SMLOG-NEW-BRANCH               PIC X(06).
000200     05  SMLOG-NEW-OPEN-DATE            PIC 9(08).
000210     05  SMLOG-NEW-CLOSE-DATE           PIC 9(08).
000212     05  SMLOG-APPROVER-ID              PIC X(08).
000214     05  SMLOG-APPROVE-DATE             PIC 9(08).
000220     05  FILLER                         PIC X(06).
