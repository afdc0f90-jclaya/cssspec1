000110*    OFF THE SCREEN.  AN OUT-OF-BALANCE ABEND WRITES ITS        *
000120*    RECORD BEFORE STOPPING, SO A DEAD RUN LEAVES A CORPSE      *
000130*    THAT CAN BE FOUND.                                         *
000131*                                                                *
000132*    RLOG-DUP-COUNT CARRIES THE NUMBER OF DUPLICATE SETS A      *
000133*    CONDITIONALS RUN HELD BACK FROM COMPARISON.  THE OTHER     *
000134*    PROGRAMS LEAVE IT BLANK, AND RECORDS LOGGED BEFORE THE     *
000135*    FIELD WAS ADDED READ BACK WITH SPACES THERE.               *
000136*                                                                *
000137*    RLOG-CYCLE-NO IS THE FEED CYCLE THE RUN WORKED ON, LOGGED  *
000138*    BY THE PROGRAMS THAT RUN PER CYCLE (CONDITIONALS,          *
000139*    SETTLEXT, SETLRECN, NIGHTBAL).  ZERO MEANS THE WHOLE DATE  *
000140*    AND THE DATE-LEVEL PROGRAMS LEAVE IT BLANK.  THE JOBGATE   *
000141*    STEP THAT CHECKS A STEP'S PREDECESSORS BEFORE IT STARTS    *
000142*    LOGS UNDER ITS OWN NAME WITH THE STEP IT CHECKED IN        *
000143*    RLOG-GATE-STEP, THE OPERATOR IN RLOG-USERID, AND STATUS B  *
000144*    WHEN IT REFUSED THE STEP OR O WHEN AN OVERRIDE FORCED IT.  *
000145*                                                                *
000146*    RLOG-DATA-DATE IS THE BUSINESS DATE THE RUN WORKED ON -    *
000147*    THE FEED, EXTRACT, BALANCE, SCAN OR PACKAGE DATE OF EACH   *
000148*    STEP OF THE NIGHTLY STRING, THE DATE CYCREV BACKED OUT,    *
000149*    AND THE DATE OF THE BACKUP AUDRECOV RESTORED.  JOBGATE     *
000150*    MATCHES PREDECESSORS ON IT AND LOGS THE DATE IT GATED      *
000151*    THERE.  RECORDS LOGGED BEFORE THE FIELD WAS CARRIED READ   *
000152*    BACK BLANK, AND JOBGATE FALLS BACK TO THEIR RUN DATE.      *
000153*                                                                *
000154*    RLOG-APPROVED-COUNT AND RLOG-DECLINED-COUNT ARE THE ITEMS  *
000155*    A DUAL-CONTROL APPROVAL RUN OF PARMMNT, SETMMNT OR         *
000156*    TIEDECID APPROVED AND DECLINED.  OTHER RUNS LEAVE THEM     *
000157*    BLANK.                                                     *
000158*                                                                *
000159******************************************************************
000160 01  RLOG-RECORD.
000170     05  RLOG-PROGRAM                   PIC X(12).
000180     05  RLOG-RUN-DATE                  PIC 9(08).
000260     05  RLOG-STATUS                    PIC X(01).
000270         88  RLOG-RUN-NORMAL            VALUE 'N'.
000280         88  RLOG-RUN-ABENDED           VALUE 'A'.
000282         88  RLOG-RUN-BLOCKED           VALUE 'B'.
000284         88  RLOG-RUN-FORCED            VALUE 'O'.
000290     05  RLOG-CYCLE-NO                  PIC 9(02).
000295     05  FILLER                         PIC X(01).
000300     05  RLOG-DUP-COUNT                 PIC 9(08).
000310     05  RLOG-USERID                    PIC X(08).
000320     05  FILLER                         PIC X(04).
000330     05  RLOG-GATE-STEP                 PIC X(12).
000340     05  RLOG-DATA-DATE                 PIC 9(08).
000350     05  RLOG-APPROVED-COUNT            PIC 9(08).
000360     05  RLOG-DECLINED-COUNT            PIC 9(08).
