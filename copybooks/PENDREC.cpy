000010******************************************************************
000020*                                                                *
000030*    PENDREC.CPY                                                *
000040*    RECORD LAYOUT FOR THE PENDING-CHANGE (DUAL CONTROL) FILES. *
000050*    A CHANGE ENTERED THROUGH PARMMNT, SETMMNT OR TIEDECID NO   *
000060*    LONGER TAKES EFFECT WHEN IT IS KEYED - IT IS WRITTEN HERE  *
000070*    AS A PENDING ITEM CARRYING THE MAKER'S USERID AND THE      *
000080*    DATE AND TIME IT WAS ENTERED, WITH THE 80-BYTE IMAGE OF    *
000090*    THE PROPOSED TRANSACTION (THE PARMTRAN OR SETMTRAN ROW,    *
000100*    OR THE TIE WORKLIST RECORD WITH THE PROPOSED WINNER).      *
000110*    A SECOND, DIFFERENT USER APPROVES OR REJECTS IT IN THE     *
000120*    SAME PROGRAM'S APPROVAL MODE; ONLY AN APPROVED ITEM        *
000130*    REACHES THE MASTER FILE OR THE AUDIT TRAIL.  ITEMS STILL   *
000140*    PENDING ARE CARRIED FORWARD TO THE NEW PENDING FILE AND    *
000150*    LISTED BY PENDRPT.  AN ITEM APPROVED OR REJECTED IS        *
000152*    STAMPED WITH THE CHECKER'S USERID AND THE DATE AND TIME    *
000154*    OF THE DECISION AND APPENDED, IN THE SAME LAYOUT, TO THE   *
000156*    PROGRAM'S DECIDED-ITEMS FILE (PARMDECD, SETMDECD OR        *
000158*    TIEDECD).                                                  *
000160*                                                                *
000170*    THE LAYOUT IS PREFIX-PARAMETERIZED, E.G.                   *
000180*        COPY PENDREC REPLACING ==:PFX:== BY ==PND==.            *
000190*                                                                *
000200******************************************************************
000210 01  :PFX:-RECORD.
000220     05  :PFX:-KEY.
000230         10  :PFX:-ENTRY-DATE           PIC 9(08).
000240         10  :PFX:-ENTRY-TIME           PIC 9(08).
000250         10  :PFX:-ENTRY-SEQ            PIC 9(04).
000260     05  :PFX:-PROGRAM                  PIC X(08).
000270     05  :PFX:-STATUS                   PIC X(01).
000280         88  :PFX:-PENDING              VALUE 'P'.
000290         88  :PFX:-APPROVED             VALUE 'A'.
000300         88  :PFX:-REJECTED             VALUE 'R'.
000310     05  :PFX:-MAKER-ID                 PIC X(08).
000320     05  :PFX:-CHECKER-ID               PIC X(08).
000330     05  :PFX:-CHECK-DATE               PIC 9(08).
000340     05  :PFX:-CHECK-TIME               PIC 9(08).
000350     05  :PFX:-IMAGE                    PIC X(80).
000360     05  FILLER                         PIC X(19).
