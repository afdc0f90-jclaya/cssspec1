000060*    RULE IS WRITTEN HERE IN MACHINE-READABLE FORM, WITH A      *
000070*    REASON CODE, SO THE DATA CLERK CAN CORRECT THE VALUES AND  *
000080*    FEED THE FILE BACK THROUGH THE RESUBMISSION RUN INSTEAD OF *
000090*    RE-KEYING FROM THE PRINTED REPORT.  CORRECTIONS ARE KEYED  *
000095*    THROUGH SUSPCORR, WHICH BUILDS THE RESUBMISSION FILE.      *
000100*                                                                *
000110*    REASON CODES                                               *
000120*        NV - ONE OR MORE VALUE FIELDS FAILED THE NUMERIC       *
000164*             MASTER FILE (SETMREC)                             *
000166*        CS - THE SET ID IS ON THE SET MASTER BUT THE SET IS    *
000168*             CLOSED                                            *
000169*        DS - THE SET ID WAS ALREADY COMPARED EARLIER IN THE    *
000170*             SAME FEED, IN AN EARLIER CYCLE OF THE DATE, OR    *
000171*             ON A RECENT DATE.  THE ORIG- FIELDS POINT AT THE  *
000172*             RUN DATE/TIME AND CYCLE OF THAT ORIGINAL          *
000173*             COMPARISON ON THE AUDIT TRAIL                     *
000174*                                                                *
000180*    THE LAYOUT IS PREFIX-PARAMETERIZED SO ONE COPY CAN        *
000190*    DESCRIBE BOTH THE SUSPENSE FILE BEING WRITTEN AND THE      *
000200*    CORRECTED FILE BEING RESUBMITTED, E.G.                     *
000330         88  :PFX:-TIE-REJECT           VALUE 'TR'.
000332         88  :PFX:-UNKNOWN-SET          VALUE 'US'.
000334         88  :PFX:-CLOSED-SET           VALUE 'CS'.
000336         88  :PFX:-DUPLICATE-SET        VALUE 'DS'.
000340     05  :PFX:-FAIL-FIELDS              PIC X(03).
000342*    THE FEED CYCLE THE SET CAME IN ON - A RESUBMISSION RUN     *
000344*    POSTS THE CORRECTED SET BACK UNDER ITS ORIGINAL CYCLE.     *
000346     05  :PFX:-CYCLE-NO                 PIC 9(02).
000347*    FOR A DS ITEM, THE AUDIT KEY DATE/TIME AND CYCLE OF THE    *
000348*    ORIGINAL COMPARISON OF THE SET - ZERO FOR OTHER REASONS.   *
000349     05  :PFX:-ORIG-RUN-DATE            PIC 9(08).
000351     05  :PFX:-ORIG-RUN-TIME            PIC 9(08).
000352     05  :PFX:-ORIG-CYCLE-NO            PIC 9(02).
000353     05  FILLER                         PIC X(20).
