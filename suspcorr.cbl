000010*****************************************************************
000020*                                                               *
000030*    PROGRAM      SUSPCORR                                    *
000040*    FUNCTION     SUSPENSE CORRECTION ENTRY.  WALK THE OPEN    *
000050*                 SUSPENSE ITEMS WRITTEN BY CONDITIONALS       *
000060*                 (SUSPFILE) FOR ONE BRANCH OR REASON CODE,    *
000070*                 SHOW THE DATA CLERK THE ORIGINAL VALUES,     *
000080*                 REASON AND FAILING FIELDS, TAKE THE          *
000090*                 CORRECTED VALUES AND RE-CHECK THEM AGAINST   *
000100*                 THE NUMERIC TEST AND THE PARAMETER ROW IN    *
000110*                 EFFECT FOR THE SET BEFORE RELEASING THE      *
000120*                 ITEM TO THE RESUBMISSION FILE (RESUBFILE).   *
000130*                 EVERY VALUE CHANGED IS LOGGED WITH WHO       *
000140*                 CHANGED IT, AND THE ITEMS STILL OPEN ARE     *
000150*                 CARRIED FORWARD TO SUSPFILN.                 *
000160*                                                               *
000170*****************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. SUSPCORR.
000200 AUTHOR. R T MEEKS.
000210 INSTALLATION. RECONCILIATION SYSTEMS UNIT.
000220 DATE-WRITTEN. 10/15/2026.
000230 DATE-COMPILED.
000240*****************************************************************
000250*    MODIFICATION HISTORY                                      *
000260*    DATE        INIT   DESCRIPTION                            *
000270*    10/15/2026  RTM    ORIGINAL VERSION.  REPLACES HAND       *
000280*                       EDITING OF THE SUSPENSE FILE INTO      *
000290*                       RESUBFILE.  ITEMS ARE SELECTED BY      *
000300*                       OWNING BRANCH (FROM THE SET MASTER),   *
000310*                       BY REASON CODE, OR ALL.  CORRECTED     *
000320*                       VALUES MUST PASS THE NUMERIC TEST AND  *
000330*                       MUST NOT TIE UNDER A REJECT TIE RULE;  *
000340*                       A THIRD VALUE OUTSIDE THE RANGE        *
000350*                       LIMITS NEEDS THE CLERK'S CONFIRMATION. *
000360*                       UNKNOWN-SET AND CLOSED-SET ITEMS ARE   *
000370*                       REFUSED UNTIL THE SET MASTER SHOWS     *
000380*                       THE SET ACTIVE.  WRITES RESUBFILE, THE *
000390*                       CORRECTION LOG SUSPCLOG AND THE        *
000400*                       CARRIED-FORWARD SUSPENSE FILE          *
000410*                       SUSPFILN, AND A RUNLOG ENTRY.          *
000420*    10/15/2026  RTM    A DUPLICATE-SET (DS) ITEM IS NOW       *
000430*                       REFUSED AS WELL.  THE SET WAS ALREADY  *
000440*                       COMPARED, SO RESUBMITTING IT WITH      *
000450*                       CORRECTED VALUES ONLY SUSPENDS IT      *
000460*                       AGAIN; IT IS CARRIED FORWARD FOR THE   *
000470*                       BRANCH TO CLEAR.                       *
000480*    10/15/2026  RTM    A DUPLICATE-SET ITEM THE CLERK         *
000490*                       CONFIRMS AS A DUPLICATE MAY NOW BE     *
000500*                       DISCARDED.  THE DISCARD IS LOGGED ON   *
000510*                       SUSPCLOG AS FIELD DROP WITH THE USERID *
000520*                       AND DATE, AND THE ITEM IS NOT CARRIED  *
000530*                       FORWARD TO SUSPFILN.                   *
000540*****************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000580 OBJECT-COMPUTER. IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT SUSPFILE ASSIGN TO "SUSPFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SUSP-STATUS.
000640     SELECT SUSPFILN ASSIGN TO "SUSPFILN"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-SUSPN-STATUS.
000670     SELECT RESUBFILE ASSIGN TO "RESUBFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RESUB-STATUS.
000700     SELECT PARMFILE ASSIGN TO "PARMFILE"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PARM-STATUS.
000730     SELECT SETMFILE ASSIGN TO "SETMFILE"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-SETM-STATUS.
000760     SELECT SUSPCLOG ASSIGN TO "SUSPCLOG"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-SCLG-STATUS.
000790     SELECT RUNLOG ASSIGN TO "RUNLOG"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-RLOG-STATUS.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  SUSPFILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY SUSPREC REPLACING ==:PFX:== BY ==SUSP==.
000870 FD  SUSPFILN
000880     LABEL RECORDS ARE STANDARD.
000890 01  SUSN-RECORD                    PIC X(80).
000900 FD  RESUBFILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY SUSPREC REPLACING ==:PFX:== BY ==RSB==.
000930 FD  PARMFILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY THRESH.
000960 FD  SETMFILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY SETMREC.
000990 FD  SUSPCLOG
001000     LABEL RECORDS ARE STANDARD.
001010 COPY SCLOGREC.
001020 FD  RUNLOG
001030     LABEL RECORDS ARE STANDARD.
001040 COPY RLOGREC.
001050 WORKING-STORAGE SECTION.
001060*----------------------------------------------------------------*
001070*    FILE STATUS FIELDS                                          *
001080*----------------------------------------------------------------*
001090 77  WS-SUSP-STATUS                 PIC X(02) VALUE SPACES.
001100 77  WS-SUSPN-STATUS                PIC X(02) VALUE SPACES.
001110 77  WS-RESUB-STATUS                PIC X(02) VALUE SPACES.
001120 77  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
001130 77  WS-SETM-STATUS                 PIC X(02) VALUE SPACES.
001140 77  WS-SCLG-STATUS                 PIC X(02) VALUE SPACES.
001150 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
001160 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
001170*----------------------------------------------------------------*
001180*    SWITCHES                                                    *
001190*----------------------------------------------------------------*
001200 77  WS-EOF-SWITCH                  PIC X(01) VALUE "N".
001210     88  WS-END-OF-FILE                        VALUE "Y".
001220 77  WS-SETM-EOF-SWITCH             PIC X(01) VALUE "N".
001230     88  WS-SETM-END-OF-FILE                   VALUE "Y".
001240 77  WS-ANSWER-SWITCH               PIC X(01) VALUE "N".
001250     88  WS-ANSWER-VALID                       VALUE "Y".
001260 77  WS-SELECT-MODE                 PIC X(01) VALUE SPACE.
001270     88  WS-SELECT-BY-BRANCH                   VALUE "B".
001280     88  WS-SELECT-BY-REASON                   VALUE "R".
001290     88  WS-SELECT-ALL                         VALUE "A".
001300     88  WS-SELECT-MODE-VALID                  VALUE "B", "R",
001310                                                     "A".
001320 77  WS-SELECTED-SWITCH             PIC X(01) VALUE "N".
001330     88  WS-ITEM-SELECTED                      VALUE "Y".
001340 77  WS-ITEM-DONE-SWITCH            PIC X(01) VALUE "N".
001350     88  WS-ITEM-DONE                          VALUE "Y".
001360 77  WS-CORRECTED-SWITCH            PIC X(01) VALUE "N".
001370     88  WS-ITEM-CORRECTED                     VALUE "Y".
001380 77  WS-DISCARD-SWITCH              PIC X(01) VALUE "N".
001390     88  WS-ITEM-DISCARDED                     VALUE "Y".
001400 77  WS-VALID-SWITCH                PIC X(01) VALUE "N".
001410     88  WS-VALUES-VALID                       VALUE "Y".
001420 77  WS-ACTION                      PIC X(01) VALUE SPACE.
001430     88  WS-CORRECT-ITEM                       VALUE "C".
001440     88  WS-LEAVE-OPEN                         VALUE "0".
001450     88  WS-DISCARD-ITEM                       VALUE "D".
001460 77  WS-CONFIRM                     PIC X(01) VALUE SPACE.
001470*----------------------------------------------------------------*
001480*    RUN IDENTIFICATION AND SELECTION                            *
001490*----------------------------------------------------------------*
001500 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001510 77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001520 77  WS-USERID                      PIC X(08) VALUE SPACES.
001530 77  WS-SEL-BRANCH                  PIC X(06) VALUE SPACES.
001540 77  WS-SEL-REASON                  PIC X(02) VALUE SPACES.
001550*----------------------------------------------------------------*
001560*    COUNTERS                                                    *
001570*----------------------------------------------------------------*
001580 77  WS-READ-COUNT                  PIC 9(08) COMP VALUE ZERO.
001590 77  WS-OFFERED-COUNT               PIC 9(08) COMP VALUE ZERO.
001600 77  WS-CORRECTED-COUNT             PIC 9(08) COMP VALUE ZERO.
001610 77  WS-LEFT-OPEN-COUNT             PIC 9(08) COMP VALUE ZERO.
001620 77  WS-REFUSED-COUNT               PIC 9(08) COMP VALUE ZERO.
001630 77  WS-DISCARDED-COUNT             PIC 9(08) COMP VALUE ZERO.
001640 77  WS-CARRIED-COUNT               PIC 9(08) COMP VALUE ZERO.
001650 77  WS-LOGGED-COUNT                PIC 9(08) COMP VALUE ZERO.
001660*----------------------------------------------------------------*
001670*    CORRECTION WORK FIELDS - THE VALUES AS KEYED AND THE        *
001680*    NUMERIC FORMS USED FOR THE RANGE AND TIE CHECKS             *
001690*----------------------------------------------------------------*
001700 77  WS-SET-ID                      PIC X(10) VALUE SPACES.
001710 77  WS-SET-BRANCH                  PIC X(06) VALUE SPACES.
001720 77  WS-ENTRY                       PIC X(03) VALUE SPACES.
001730 77  WS-RAWNUM1                     PIC X(03) VALUE SPACES.
001740 77  WS-RAWNUM2                     PIC X(03) VALUE SPACES.
001750 77  WS-RAWNUM3                     PIC X(03) VALUE SPACES.
001760 77  WS-XNUM1                       PIC 9(03) VALUE ZERO.
001770 77  WS-XNUM2                       PIC 9(03) VALUE ZERO.
001780 77  WS-XNUM3                       PIC 9(03) VALUE ZERO.
001790 77  WS-MAX-VALUE                   PIC 9(03) VALUE ZERO.
001800 77  WS-TIE-MATCH-COUNT             PIC 9(01) COMP VALUE ZERO.
001810 77  WS-FAIL-FIELDS                 PIC X(03) VALUE SPACES.
001820 77  WS-FAIL-PTR                    PIC 9(01) COMP VALUE ZERO.
001830 77  WS-CHANGE-COUNT                PIC 9(01) COMP VALUE ZERO.
001840*----------------------------------------------------------------*
001850*    RANGE-CHECK AND TIE-RULE PARAMETERS - PICKED PER SET FROM   *
001860*    THE PARMFILE ROWS THE SAME WAY CONDITIONALS PICKS THEM:     *
001870*    THE LONGEST SCOPE MATCHING THE SET ID WINS, THE LATEST      *
001880*    EFFECTIVE DATE NOT AFTER TODAY DECIDES WITHIN A SCOPE, AND  *
001890*    THE BUILT-IN DEFAULTS APPLY WHEN NO ROW QUALIFIES.          *
001900*----------------------------------------------------------------*
001910 77  WS-LOW-LIMIT                   PIC 9(03) VALUE 499.
001920 77  WS-HIGH-LIMIT                  PIC 9(04) VALUE 1000.
001930 77  WS-TIE-RULE                    PIC X(01) VALUE "1".
001940     88  WS-TIE-REJECT                         VALUE "3".
001950 77  WS-PARM-SCOPE-USED             PIC X(10) VALUE SPACES.
001960 77  WS-PR-TABLE-MAX                PIC 9(04) COMP VALUE 0200.
001970 77  WS-PR-COUNT                    PIC 9(04) COMP VALUE ZERO.
001980 77  WS-PR-IDX                      PIC 9(04) COMP VALUE ZERO.
001990 77  WS-PR-BEST-IDX                 PIC 9(04) COMP VALUE ZERO.
002000 77  WS-PR-BEST-LEN                 PIC 9(02) COMP VALUE ZERO.
002010 77  WS-PR-BEST-DATE                PIC 9(08) VALUE ZERO.
002020 77  WS-SCOPE-IDX                   PIC 9(02) COMP VALUE ZERO.
002030 77  WS-SCOPE-LEN                   PIC 9(02) COMP VALUE ZERO.
002040 01  WS-PARM-ROW-TABLE.
002050     05  WS-PR-ENTRY OCCURS 200 TIMES.
002060         10  WS-PR-EFF-DATE         PIC 9(08).
002070         10  WS-PR-LOW              PIC 9(03).
002080         10  WS-PR-HIGH             PIC 9(04).
002090         10  WS-PR-RULE             PIC X(01).
002100         10  WS-PR-SCOPE            PIC X(10).
002110         10  WS-PR-SCOPE-LEN        PIC 9(02).
002120*----------------------------------------------------------------*
002130*    SET MASTER TABLE (LOADED FROM SETMFILE) - THE OWNING        *
002140*    BRANCH FOR SELECTION AND THE SET'S CURRENT STATUS FOR AN    *
002150*    UNKNOWN-SET OR CLOSED-SET ITEM.                             *
002160*----------------------------------------------------------------*
002170 77  WS-SM-TABLE-MAX                PIC 9(04) COMP VALUE 0500.
002180 77  WS-SM-COUNT                    PIC 9(04) COMP VALUE ZERO.
002190 77  WS-SM-IDX                      PIC 9(04) COMP VALUE ZERO.
002200 77  WS-SM-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
002210 01  WS-SET-MASTER-TABLE.
002220     05  WS-SM-ENTRY OCCURS 500 TIMES.
002230         10  WS-SM-SET-ID           PIC X(10).
002240         10  WS-SM-BRANCH           PIC X(06).
002250         10  WS-SM-STATUS           PIC X(01).
002260 PROCEDURE DIVISION.
002270*----------------------------------------------------------------*
002280*    0000-MAINLINE-RTN                                           *
002290*----------------------------------------------------------------*
002300 0000-MAINLINE-RTN.
002310     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
002320     PERFORM 2000-PROCESS-RTN THRU 2000-EXIT
002330         UNTIL WS-END-OF-FILE.
002340     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
002350     STOP RUN.
002360 0000-EXIT.
002370     EXIT.
002380*----------------------------------------------------------------*
002390*    1000-INITIALIZE-RTN - LOAD THE PARAMETER ROWS AND THE SET   *
002400*    MASTER, TAKE THE SELECTION, AND OPEN THE FILES.  A          *
002410*    CORRECTION MUST BE TRACEABLE, SO AN UNKNOWN USERID MAY      *
002420*    NOT MAKE ONE.                                               *
002430*----------------------------------------------------------------*
002440 1000-INITIALIZE-RTN.
002450     DISPLAY "SUSPCORR - SUSPENSE CORRECTION ENTRY STARTING".
002460     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002470     ACCEPT WS-CURRENT-TIME FROM TIME.
002480     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
002490     IF WS-USERID = SPACES
002500         MOVE "UNKNOWN" TO WS-USERID
002510     END-IF.
002520     IF WS-USERID = "UNKNOWN"
002530         DISPLAY "SUSPCORR - CORRECTION REFUSED - USERID UNKNOWN"
002540         STOP RUN
002550     END-IF.
002560     PERFORM 1200-LOAD-PARAMETERS-RTN THRU 1200-EXIT.
002570     PERFORM 1250-LOAD-SET-MASTER-RTN THRU 1250-EXIT.
002580     PERFORM 1050-GET-SELECTION-RTN THRU 1050-EXIT
002590         UNTIL WS-SELECT-MODE-VALID.
002600     OPEN INPUT SUSPFILE.
002610     IF WS-SUSP-STATUS NOT = "00"
002620         DISPLAY "SUSPCORR - UNABLE TO OPEN SUSPFILE - "
002630             "STATUS " WS-SUSP-STATUS
002640         STOP RUN
002650     END-IF.
002660     OPEN OUTPUT SUSPFILN.
002670     IF WS-SUSPN-STATUS NOT = "00"
002680         DISPLAY "SUSPCORR - UNABLE TO OPEN SUSPFILN - "
002690             "STATUS " WS-SUSPN-STATUS
002700         STOP RUN
002710     END-IF.
002720     OPEN OUTPUT RESUBFILE.
002730     IF WS-RESUB-STATUS NOT = "00"
002740         DISPLAY "SUSPCORR - UNABLE TO OPEN RESUBFILE - "
002750             "STATUS " WS-RESUB-STATUS
002760         STOP RUN
002770     END-IF.
002780     OPEN EXTEND SUSPCLOG.
002790     IF WS-SCLG-STATUS NOT = "00"
002800         OPEN OUTPUT SUSPCLOG
002810     END-IF.
002820     IF WS-SCLG-STATUS NOT = "00"
002830         DISPLAY "SUSPCORR - UNABLE TO OPEN SUSPCLOG - "
002840             "STATUS " WS-SCLG-STATUS
002850         STOP RUN
002860     END-IF.
002870 1000-EXIT.
002880     EXIT.
002890 1050-GET-SELECTION-RTN.
002900     DISPLAY "SELECT ITEMS - B = BY BRANCH, R = BY REASON CODE, "
002910         "A = ALL ? ".
002920     ACCEPT WS-SELECT-MODE FROM CONSOLE.
002930     IF NOT WS-SELECT-MODE-VALID
002940         DISPLAY "INVALID SELECTION - " WS-SELECT-MODE
002950         GO TO 1050-EXIT.
002960     IF WS-SELECT-BY-BRANCH
002970         DISPLAY "BRANCH ? "
002980         ACCEPT WS-SEL-BRANCH FROM CONSOLE
002990     END-IF.
003000     IF WS-SELECT-BY-REASON
003010         DISPLAY "REASON CODE (NV, TR, US, CS, DS) ? "
003020         ACCEPT WS-SEL-REASON FROM CONSOLE
003030     END-IF.
003040 1050-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------*
003070*    1200-LOAD-PARAMETERS-RTN - ALL THE PARMFILE ROWS INTO THE   *
003080*    TABLE; THE ROW IN EFFECT IS PICKED PER SET BY 2150.         *
003090*----------------------------------------------------------------*
003100 1200-LOAD-PARAMETERS-RTN.
003110     MOVE ZERO TO WS-PR-COUNT.
003120     OPEN INPUT PARMFILE.
003130     IF WS-PARM-STATUS = "00"
003140         PERFORM 1210-READ-PARM-RTN THRU 1210-EXIT
003150             UNTIL WS-PARM-STATUS NOT = "00"
003160         CLOSE PARMFILE
003170     END-IF.
003180     DISPLAY "SUSPCORR - " WS-PR-COUNT
003190         " PARAMETER ROW(S) LOADED".
003200 1200-EXIT.
003210     EXIT.
003220 1210-READ-PARM-RTN.
003230     READ PARMFILE
003240         AT END
003250             MOVE "10" TO WS-PARM-STATUS
003260         NOT AT END
003270             PERFORM 1220-ADD-PARM-ROW-RTN THRU 1220-EXIT
003280     END-READ.
003290 1210-EXIT.
003300     EXIT.
003310 1220-ADD-PARM-ROW-RTN.
003320     IF WS-PR-COUNT >= WS-PR-TABLE-MAX
003330         DISPLAY "SUSPCORR - PARAMETER TABLE FULL - "
003340             "MORE THAN " WS-PR-TABLE-MAX " ROWS"
003350         STOP RUN
003360     END-IF.
003370     ADD 1 TO WS-PR-COUNT.
003380     MOVE PARM-EFF-DATE TO WS-PR-EFF-DATE(WS-PR-COUNT).
003390     MOVE PARM-LOW-LIMIT TO WS-PR-LOW(WS-PR-COUNT).
003400     MOVE PARM-HIGH-LIMIT TO WS-PR-HIGH(WS-PR-COUNT).
003410     MOVE PARM-TIE-RULE TO WS-PR-RULE(WS-PR-COUNT).
003420     MOVE PARM-SCOPE TO WS-PR-SCOPE(WS-PR-COUNT).
003430     PERFORM 1230-SET-SCOPE-LENGTH-RTN THRU 1230-EXIT.
003440     MOVE WS-SCOPE-LEN TO WS-PR-SCOPE-LEN(WS-PR-COUNT).
003450 1220-EXIT.
003460     EXIT.
003470 1230-SET-SCOPE-LENGTH-RTN.
003480     MOVE ZERO TO WS-SCOPE-LEN.
003490     PERFORM 1240-SCAN-SCOPE-CHAR-RTN THRU 1240-EXIT
003500         VARYING WS-SCOPE-IDX FROM 1 BY 1
003510         UNTIL WS-SCOPE-IDX > 10.
003520 1230-EXIT.
003530     EXIT.
003540 1240-SCAN-SCOPE-CHAR-RTN.
003550     IF PARM-SCOPE(WS-SCOPE-IDX:1) NOT = SPACE
003560         MOVE WS-SCOPE-IDX TO WS-SCOPE-LEN
003570     END-IF.
003580 1240-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------*
003610*    1250-LOAD-SET-MASTER-RTN - WITHOUT THE SET MASTER NO ITEM   *
003620*    CAN BE TIED TO ITS BRANCH OR CLEARED OF A SET-MASTER        *
003630*    REASON, SO THE SESSION STOPS HERE.                          *
003640*----------------------------------------------------------------*
003650 1250-LOAD-SET-MASTER-RTN.
003660     OPEN INPUT SETMFILE.
003670     IF WS-SETM-STATUS NOT = "00"
003680         DISPLAY "SUSPCORR - UNABLE TO OPEN SETMFILE - "
003690             "STATUS " WS-SETM-STATUS
003700         STOP RUN
003710     END-IF.
003720     PERFORM 1260-READ-SET-MASTER-RTN THRU 1260-EXIT
003730         UNTIL WS-SETM-END-OF-FILE.
003740     CLOSE SETMFILE.
003750     DISPLAY "SUSPCORR - " WS-SM-COUNT
003760         " SET MASTER ROW(S) LOADED".
003770 1250-EXIT.
003780     EXIT.
003790 1260-READ-SET-MASTER-RTN.
003800     READ SETMFILE
003810         AT END
003820             MOVE "Y" TO WS-SETM-EOF-SWITCH
003830     END-READ.
003840     IF NOT WS-SETM-END-OF-FILE
003850         PERFORM 1270-ADD-SET-MASTER-RTN THRU 1270-EXIT
003860     END-IF.
003870 1260-EXIT.
003880     EXIT.
003890 1270-ADD-SET-MASTER-RTN.
003900     IF WS-SM-COUNT >= WS-SM-TABLE-MAX
003910         DISPLAY "SUSPCORR - SET MASTER TABLE FULL - "
003920             "MORE THAN " WS-SM-TABLE-MAX " ROWS"
003930         STOP RUN
003940     END-IF.
003950     ADD 1 TO WS-SM-COUNT.
003960     MOVE SETM-SET-ID TO WS-SM-SET-ID(WS-SM-COUNT).
003970     MOVE SETM-BRANCH TO WS-SM-BRANCH(WS-SM-COUNT).
003980     MOVE SETM-STATUS TO WS-SM-STATUS(WS-SM-COUNT).
003990 1270-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------*
004020*    2000-PROCESS-RTN - ONE PASS PER SUSPENSE ITEM.  A SELECTED  *
004030*    ITEM IS OFFERED TO THE CLERK; AN ITEM CORRECTED GOES TO     *
004040*    RESUBFILE, A DUPLICATE DISCARDED GOES NOWHERE, AND EVERY    *
004050*    OTHER ITEM IS CARRIED FORWARD.                              *
004060*----------------------------------------------------------------*
004070 2000-PROCESS-RTN.
004080     READ SUSPFILE
004090         AT END
004100             MOVE "Y" TO WS-EOF-SWITCH
004110     END-READ.
004120     IF WS-END-OF-FILE
004130         GO TO 2000-EXIT.
004140     ADD 1 TO WS-READ-COUNT.
004150     MOVE SUSP-SET-ID TO WS-SET-ID.
004160     PERFORM 2050-FIND-SET-RTN THRU 2050-EXIT.
004170     PERFORM 2100-CHECK-SELECTED-RTN THRU 2100-EXIT.
004180     MOVE "N" TO WS-CORRECTED-SWITCH.
004190     MOVE "N" TO WS-DISCARD-SWITCH.
004200     IF WS-ITEM-SELECTED
004210         ADD 1 TO WS-OFFERED-COUNT
004220         PERFORM 2200-REVIEW-ONE-ITEM-RTN THRU 2200-EXIT
004230     END-IF.
004240     IF WS-ITEM-CORRECTED
004250         PERFORM 2600-RELEASE-ITEM-RTN THRU 2600-EXIT
004260     ELSE
004270         IF NOT WS-ITEM-DISCARDED
004280             ADD 1 TO WS-CARRIED-COUNT
004290             WRITE SUSN-RECORD FROM SUSP-RECORD
004300         END-IF
004310     END-IF.
004320 2000-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------*
004350*    2050-FIND-SET-RTN - THE SET'S ROW ON THE SET MASTER INTO    *
004360*    WS-SM-FOUND-IDX (ZERO WHEN NOT ON FILE) AND ITS BRANCH.     *
004370*----------------------------------------------------------------*
004380 2050-FIND-SET-RTN.
004390     MOVE ZERO TO WS-SM-FOUND-IDX.
004400     MOVE SPACES TO WS-SET-BRANCH.
004410     PERFORM 2060-MATCH-SET-RTN THRU 2060-EXIT
004420         VARYING WS-SM-IDX FROM 1 BY 1
004430         UNTIL WS-SM-IDX > WS-SM-COUNT.
004440     IF WS-SM-FOUND-IDX > ZERO
004450         MOVE WS-SM-BRANCH(WS-SM-FOUND-IDX) TO WS-SET-BRANCH
004460     END-IF.
004470 2050-EXIT.
004480     EXIT.
004490 2060-MATCH-SET-RTN.
004500     IF WS-SM-FOUND-IDX = ZERO
004510             AND WS-SM-SET-ID(WS-SM-IDX) = WS-SET-ID
004520         MOVE WS-SM-IDX TO WS-SM-FOUND-IDX
004530     END-IF.
004540 2060-EXIT.
004550     EXIT.
004560 2100-CHECK-SELECTED-RTN.
004570     MOVE "N" TO WS-SELECTED-SWITCH.
004580     EVALUATE TRUE
004590         WHEN WS-SELECT-ALL
004600             MOVE "Y" TO WS-SELECTED-SWITCH
004610         WHEN WS-SELECT-BY-BRANCH
004620             IF WS-SET-BRANCH = WS-SEL-BRANCH
004630                 MOVE "Y" TO WS-SELECTED-SWITCH
004640             END-IF
004650         WHEN WS-SELECT-BY-REASON
004660             IF SUSP-REASON-CODE = WS-SEL-REASON
004670                 MOVE "Y" TO WS-SELECTED-SWITCH
004680             END-IF
004690     END-EVALUATE.
004700 2100-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------*
004730*    2150-SELECT-PARM-ROW-RTN - THE PARAMETER ROW IN EFFECT FOR  *
004740*    THIS SET, CHOSEN EXACTLY AS CONDITIONALS CHOOSES IT, SO A   *
004750*    CORRECTION ACCEPTED HERE IS JUDGED THE SAME WAY WHEN IT IS  *
004760*    RESUBMITTED.                                                *
004770*----------------------------------------------------------------*
004780 2150-SELECT-PARM-ROW-RTN.
004790     MOVE ZERO TO WS-PR-BEST-IDX.
004800     MOVE ZERO TO WS-PR-BEST-LEN.
004810     MOVE ZERO TO WS-PR-BEST-DATE.
004820     PERFORM 2160-JUDGE-ONE-ROW-RTN THRU 2160-EXIT
004830         VARYING WS-PR-IDX FROM 1 BY 1
004840         UNTIL WS-PR-IDX > WS-PR-COUNT.
004850     IF WS-PR-BEST-IDX = ZERO
004860         MOVE 499 TO WS-LOW-LIMIT
004870         MOVE 1000 TO WS-HIGH-LIMIT
004880         MOVE "1" TO WS-TIE-RULE
004890         MOVE "*DEFAULT*" TO WS-PARM-SCOPE-USED
004900         GO TO 2150-EXIT.
004910     MOVE WS-PR-LOW(WS-PR-BEST-IDX) TO WS-LOW-LIMIT.
004920     MOVE WS-PR-HIGH(WS-PR-BEST-IDX) TO WS-HIGH-LIMIT.
004930     MOVE WS-PR-RULE(WS-PR-BEST-IDX) TO WS-TIE-RULE.
004940     IF WS-PR-SCOPE(WS-PR-BEST-IDX) = SPACES
004950         MOVE "*GLOBAL*" TO WS-PARM-SCOPE-USED
004960     ELSE
004970         MOVE WS-PR-SCOPE(WS-PR-BEST-IDX)
004980             TO WS-PARM-SCOPE-USED
004990     END-IF.
005000 2150-EXIT.
005010     EXIT.
005020 2160-JUDGE-ONE-ROW-RTN.
005030     IF WS-PR-EFF-DATE(WS-PR-IDX) > WS-CURRENT-DATE
005040         GO TO 2160-EXIT.
005050     MOVE WS-PR-SCOPE-LEN(WS-PR-IDX) TO WS-SCOPE-LEN.
005060     IF WS-SCOPE-LEN > ZERO
005070             AND WS-PR-SCOPE(WS-PR-IDX)(1:WS-SCOPE-LEN)
005080             NOT = WS-SET-ID(1:WS-SCOPE-LEN)
005090         GO TO 2160-EXIT.
005100     IF WS-SCOPE-LEN > WS-PR-BEST-LEN
005110             OR (WS-SCOPE-LEN = WS-PR-BEST-LEN
005120                 AND WS-PR-EFF-DATE(WS-PR-IDX)
005130                     > WS-PR-BEST-DATE)
005140         MOVE WS-PR-IDX TO WS-PR-BEST-IDX
005150         MOVE WS-SCOPE-LEN TO WS-PR-BEST-LEN
005160         MOVE WS-PR-EFF-DATE(WS-PR-IDX) TO WS-PR-BEST-DATE
005170     END-IF.
005180 2160-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------*
005210*    2200-REVIEW-ONE-ITEM-RTN - SHOW THE ITEM AS IT WAS          *
005220*    SUSPENDED.  AN UNKNOWN-SET OR CLOSED-SET ITEM IS REFUSED    *
005230*    UNTIL THE SET MASTER SHOWS THE SET ACTIVE - RESUBMITTING IT *
005240*    BEFORE THEN ONLY SUSPENDS IT AGAIN.  A DUPLICATE-SET ITEM   *
005250*    CANNOT BE CORRECTED: THE SET WAS ALREADY COMPARED, AND NO   *
005260*    CORRECTION TO ITS VALUES CHANGES THAT.  THE CLERK DISCARDS  *
005270*    IT OR LEAVES IT OPEN (2250).  OTHERWISE THE CLERK CORRECTS  *
005280*    IT OR ENTERS 0 TO LEAVE IT OPEN.                            *
005290*----------------------------------------------------------------*
005300 2200-REVIEW-ONE-ITEM-RTN.
005310     DISPLAY " ".
005320     DISPLAY "SUSPENDED SET " SUSP-SET-ID " BRANCH " WS-SET-BRANCH
005330         " FROM RUN " SUSP-RUN-DATE " " SUSP-RUN-TIME
005340         " CYCLE " SUSP-CYCLE-NO.
005350     DISPLAY "  REASON " SUSP-REASON-CODE
005360         "  FAIL FIELDS - " SUSP-FAIL-FIELDS.
005370     DISPLAY "  NUM1 = " SUSP-NUM1
005380         "  NUM2 = " SUSP-NUM2
005390         "  NUM3 = " SUSP-NUM3.
005400     IF SUSP-DUPLICATE-SET
005410         DISPLAY "  FIRST COMPARED " SUSP-ORIG-RUN-DATE " "
005420             SUSP-ORIG-RUN-TIME " CYCLE " SUSP-ORIG-CYCLE-NO
005430         DISPLAY "  NOT CORRECTABLE - SET WAS ALREADY COMPARED - "
005440             "RESUBMITTING IT ONLY SUSPENDS IT AGAIN"
005450         PERFORM 2250-TAKE-DUPLICATE-RTN THRU 2250-EXIT
005460         GO TO 2200-EXIT
005470     END-IF.
005480     IF SUSP-UNKNOWN-SET OR SUSP-CLOSED-SET
005490         IF WS-SM-FOUND-IDX = ZERO
005500             ADD 1 TO WS-REFUSED-COUNT
005510             DISPLAY "  REFUSED - SET IS STILL NOT ON THE SET "
005520                 "MASTER - CORRECT THE MASTER FIRST"
005530             GO TO 2200-EXIT
005540         END-IF
005550         IF WS-SM-STATUS(WS-SM-FOUND-IDX) NOT = "A"
005560             ADD 1 TO WS-REFUSED-COUNT
005570             DISPLAY "  REFUSED - SET IS STILL CLOSED ON THE SET "
005580                 "MASTER - CORRECT THE MASTER FIRST"
005590             GO TO 2200-EXIT
005600         END-IF
005610         DISPLAY "  SET IS NOW ACTIVE ON THE SET MASTER"
005620     END-IF.
005630     PERFORM 2150-SELECT-PARM-ROW-RTN THRU 2150-EXIT.
005640     DISPLAY "  PARAMETER ROW " WS-PARM-SCOPE-USED
005650         "  LOW " WS-LOW-LIMIT "  HIGH " WS-HIGH-LIMIT
005660         "  TIE RULE " WS-TIE-RULE.
005670     MOVE "N" TO WS-ITEM-DONE-SWITCH.
005680     PERFORM 2300-TAKE-CORRECTION-RTN THRU 2300-EXIT
005690         UNTIL WS-ITEM-DONE.
005700 2200-EXIT.
005710     EXIT.
005720*----------------------------------------------------------------*
005730*    2250-TAKE-DUPLICATE-RTN - A DUPLICATE THE CLERK CONFIRMS IS *
005740*    DISCARDED: ONE DROP RECORD GOES TO THE CORRECTION LOG UNDER *
005750*    THE CLERK'S USERID AND THE ITEM IS NOT CARRIED FORWARD.     *
005760*    LEFT OPEN, IT IS COUNTED AS REFUSED AND CARRIED FORWARD AS  *
005770*    BEFORE.                                                     *
005780*----------------------------------------------------------------*
005790 2250-TAKE-DUPLICATE-RTN.
005800     MOVE "N" TO WS-ANSWER-SWITCH.
005810     PERFORM 2260-GET-DUP-ACTION-RTN THRU 2260-EXIT
005820         UNTIL WS-ANSWER-VALID.
005830     IF WS-LEAVE-OPEN
005840         ADD 1 TO WS-REFUSED-COUNT
005850         GO TO 2250-EXIT.
005860     ADD 1 TO WS-DISCARDED-COUNT.
005870     MOVE "Y" TO WS-DISCARD-SWITCH.
005880     PERFORM 2610-SET-LOG-KEY-RTN THRU 2610-EXIT.
005890     MOVE "DROP" TO SCLG-FIELD.
005900     PERFORM 2620-WRITE-LOG-RTN THRU 2620-EXIT.
005910     DISPLAY "  DISCARDED - NOT CARRIED FORWARD".
005920 2250-EXIT.
005930     EXIT.
005940 2260-GET-DUP-ACTION-RTN.
005950     DISPLAY "D = DISCARD AS A CONFIRMED DUPLICATE, "
005960         "0 = LEAVE OPEN ? ".
005970     ACCEPT WS-ACTION FROM CONSOLE.
005980     IF WS-DISCARD-ITEM OR WS-LEAVE-OPEN
005990         MOVE "Y" TO WS-ANSWER-SWITCH
006000     ELSE
006010         DISPLAY "INVALID ANSWER - " WS-ACTION
006020     END-IF.
006030 2260-EXIT.
006040     EXIT.
006050*----------------------------------------------------------------*
006060*    2300-TAKE-CORRECTION-RTN - ONE ATTEMPT AT THE ITEM.  EACH   *
006070*    VALUE IS KEYED AS THREE DIGITS; SPACES KEEP THE VALUE AS    *
006080*    IT STANDS.  VALUES THAT FAIL THE CHECKS ARE SHOWN AND THE   *
006090*    CLERK TRIES AGAIN OR LEAVES THE ITEM OPEN.                  *
006100*----------------------------------------------------------------*
006110 2300-TAKE-CORRECTION-RTN.
006120     MOVE "N" TO WS-ANSWER-SWITCH.
006130     PERFORM 2310-GET-ACTION-RTN THRU 2310-EXIT
006140         UNTIL WS-ANSWER-VALID.
006150     IF WS-LEAVE-OPEN
006160         ADD 1 TO WS-LEFT-OPEN-COUNT
006170         MOVE "Y" TO WS-ITEM-DONE-SWITCH
006180         GO TO 2300-EXIT.
006190     MOVE SUSP-NUM1 TO WS-RAWNUM1.
006200     MOVE SUSP-NUM2 TO WS-RAWNUM2.
006210     MOVE SUSP-NUM3 TO WS-RAWNUM3.
006220     DISPLAY "NUM1 (NOW " WS-RAWNUM1 ") - NEW VALUE, "
006230         "SPACES TO KEEP ? ".
006240     MOVE SPACES TO WS-ENTRY.
006250     ACCEPT WS-ENTRY FROM CONSOLE.
006260     IF WS-ENTRY NOT = SPACES
006270         MOVE WS-ENTRY TO WS-RAWNUM1
006280     END-IF.
006290     DISPLAY "NUM2 (NOW " WS-RAWNUM2 ") - NEW VALUE, "
006300         "SPACES TO KEEP ? ".
006310     MOVE SPACES TO WS-ENTRY.
006320     ACCEPT WS-ENTRY FROM CONSOLE.
006330     IF WS-ENTRY NOT = SPACES
006340         MOVE WS-ENTRY TO WS-RAWNUM2
006350     END-IF.
006360     DISPLAY "NUM3 (NOW " WS-RAWNUM3 ") - NEW VALUE, "
006370         "SPACES TO KEEP ? ".
006380     MOVE SPACES TO WS-ENTRY.
006390     ACCEPT WS-ENTRY FROM CONSOLE.
006400     IF WS-ENTRY NOT = SPACES
006410         MOVE WS-ENTRY TO WS-RAWNUM3
006420     END-IF.
006430     PERFORM 2400-VALIDATE-VALUES-RTN THRU 2400-EXIT.
006440     IF NOT WS-VALUES-VALID
006450         GO TO 2300-EXIT.
006460     ADD 1 TO WS-CORRECTED-COUNT.
006470     MOVE "Y" TO WS-CORRECTED-SWITCH.
006480     MOVE "Y" TO WS-ITEM-DONE-SWITCH.
006490 2300-EXIT.
006500     EXIT.
006510 2310-GET-ACTION-RTN.
006520     DISPLAY "C = CORRECT, 0 = LEAVE OPEN ? ".
006530     ACCEPT WS-ACTION FROM CONSOLE.
006540     IF WS-CORRECT-ITEM OR WS-LEAVE-OPEN
006550         MOVE "Y" TO WS-ANSWER-SWITCH
006560     ELSE
006570         DISPLAY "INVALID ANSWER - " WS-ACTION
006580     END-IF.
006590 2310-EXIT.
006600     EXIT.
006610*----------------------------------------------------------------*
006620*    2400-VALIDATE-VALUES-RTN - THE CHECKS THE RESUBMISSION RUN  *
006630*    WILL APPLY.  ALL THREE VALUES MUST PASS THE NUMERIC CLASS   *
006640*    TEST; VALUES THAT TIE AT THE MAXIMUM UNDER A REJECT TIE     *
006650*    RULE WOULD ONLY BE REJECTED AGAIN.  A THIRD VALUE OUTSIDE   *
006660*    THE RANGE LIMITS IS FLAGGED ON THE RESULTS REPORT RATHER    *
006670*    THAN SUSPENDED, SO IT IS ACCEPTED ONLY ON CONFIRMATION.     *
006680*----------------------------------------------------------------*
006690 2400-VALIDATE-VALUES-RTN.
006700     MOVE "Y" TO WS-VALID-SWITCH.
006710     MOVE SPACES TO WS-FAIL-FIELDS.
006720     MOVE ZERO TO WS-FAIL-PTR.
006730     IF WS-RAWNUM1 IS NOT NUMERIC
006740         ADD 1 TO WS-FAIL-PTR
006750         MOVE "1" TO WS-FAIL-FIELDS(WS-FAIL-PTR:1)
006760     END-IF.
006770     IF WS-RAWNUM2 IS NOT NUMERIC
006780         ADD 1 TO WS-FAIL-PTR
006790         MOVE "2" TO WS-FAIL-FIELDS(WS-FAIL-PTR:1)
006800     END-IF.
006810     IF WS-RAWNUM3 IS NOT NUMERIC
006820         ADD 1 TO WS-FAIL-PTR
006830         MOVE "3" TO WS-FAIL-FIELDS(WS-FAIL-PTR:1)
006840     END-IF.
006850     IF WS-FAIL-PTR > ZERO
006860         MOVE "N" TO WS-VALID-SWITCH
006870         DISPLAY "  NOT ACCEPTED - FIELD(S) " WS-FAIL-FIELDS
006880             " NOT NUMERIC - KEY THREE DIGITS, E.G. 042"
006890         GO TO 2400-EXIT.
006900     MOVE WS-RAWNUM1 TO WS-XNUM1.
006910     MOVE WS-RAWNUM2 TO WS-XNUM2.
006920     MOVE WS-RAWNUM3 TO WS-XNUM3.
006930     PERFORM 2410-COUNT-TIES-RTN THRU 2410-EXIT.
006940     IF WS-TIE-MATCH-COUNT > 1 AND WS-TIE-REJECT
006950         MOVE "N" TO WS-VALID-SWITCH
006960         DISPLAY "  NOT ACCEPTED - VALUES TIE AT " WS-MAX-VALUE
006970             " AND THE TIE RULE FOR " WS-PARM-SCOPE-USED
006980             " IS REJECT"
006990         GO TO 2400-EXIT.
007000     IF WS-XNUM3 > WS-LOW-LIMIT AND WS-XNUM3 < WS-HIGH-LIMIT
007010         GO TO 2400-EXIT.
007020     DISPLAY "  NUM3 " WS-XNUM3 " IS OUTSIDE THE RANGE "
007030         WS-LOW-LIMIT " - " WS-HIGH-LIMIT.
007040     DISPLAY "ACCEPT IT ANYWAY (Y/N) ? ".
007050     ACCEPT WS-CONFIRM FROM CONSOLE.
007060     IF WS-CONFIRM NOT = "Y"
007070         MOVE "N" TO WS-VALID-SWITCH
007080     END-IF.
007090 2400-EXIT.
007100     EXIT.
007110 2410-COUNT-TIES-RTN.
007120     IF WS-XNUM1 >= WS-XNUM2 AND WS-XNUM1 >= WS-XNUM3
007130         MOVE WS-XNUM1 TO WS-MAX-VALUE
007140     ELSE
007150         IF WS-XNUM2 >= WS-XNUM3
007160             MOVE WS-XNUM2 TO WS-MAX-VALUE
007170         ELSE
007180             MOVE WS-XNUM3 TO WS-MAX-VALUE
007190         END-IF
007200     END-IF.
007210     MOVE ZERO TO WS-TIE-MATCH-COUNT.
007220     IF WS-XNUM1 = WS-MAX-VALUE
007230         ADD 1 TO WS-TIE-MATCH-COUNT
007240     END-IF.
007250     IF WS-XNUM2 = WS-MAX-VALUE
007260         ADD 1 TO WS-TIE-MATCH-COUNT
007270     END-IF.
007280     IF WS-XNUM3 = WS-MAX-VALUE
007290         ADD 1 TO WS-TIE-MATCH-COUNT
007300     END-IF.
007310 2410-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------*
007340*    2600-RELEASE-ITEM-RTN - LOG EACH VALUE CHANGED (OR ONE      *
007350*    NONE RECORD WHEN THE ITEM GOES BACK UNCHANGED) AND WRITE    *
007360*    THE CORRECTED ITEM TO RESUBFILE UNDER ITS ORIGINAL RUN AND  *
007370*    CYCLE, WITH THE FAILING-FIELD LIST CLEARED.                 *
007380*----------------------------------------------------------------*
007390 2600-RELEASE-ITEM-RTN.
007400     MOVE ZERO TO WS-CHANGE-COUNT.
007410     IF WS-RAWNUM1 NOT = SUSP-NUM1
007420         PERFORM 2610-SET-LOG-KEY-RTN THRU 2610-EXIT
007430         MOVE "NUM1" TO SCLG-FIELD
007440         MOVE SUSP-NUM1 TO SCLG-OLD-VALUE
007450         MOVE WS-RAWNUM1 TO SCLG-NEW-VALUE
007460         PERFORM 2620-WRITE-LOG-RTN THRU 2620-EXIT
007470     END-IF.
007480     IF WS-RAWNUM2 NOT = SUSP-NUM2
007490         PERFORM 2610-SET-LOG-KEY-RTN THRU 2610-EXIT
007500         MOVE "NUM2" TO SCLG-FIELD
007510         MOVE SUSP-NUM2 TO SCLG-OLD-VALUE
007520         MOVE WS-RAWNUM2 TO SCLG-NEW-VALUE
007530         PERFORM 2620-WRITE-LOG-RTN THRU 2620-EXIT
007540     END-IF.
007550     IF WS-RAWNUM3 NOT = SUSP-NUM3
007560         PERFORM 2610-SET-LOG-KEY-RTN THRU 2610-EXIT
007570         MOVE "NUM3" TO SCLG-FIELD
007580         MOVE SUSP-NUM3 TO SCLG-OLD-VALUE
007590         MOVE WS-RAWNUM3 TO SCLG-NEW-VALUE
007600         PERFORM 2620-WRITE-LOG-RTN THRU 2620-EXIT
007610     END-IF.
007620     IF WS-CHANGE-COUNT = ZERO
007630         PERFORM 2610-SET-LOG-KEY-RTN THRU 2610-EXIT
007640         MOVE "NONE" TO SCLG-FIELD
007650         PERFORM 2620-WRITE-LOG-RTN THRU 2620-EXIT
007660     END-IF.
007670     MOVE SUSP-RECORD TO RSB-RECORD.
007680     MOVE WS-RAWNUM1 TO RSB-NUM1.
007690     MOVE WS-RAWNUM2 TO RSB-NUM2.
007700     MOVE WS-RAWNUM3 TO RSB-NUM3.
007710     MOVE SPACES TO RSB-FAIL-FIELDS.
007720     WRITE RSB-RECORD.
007730 2600-EXIT.
007740     EXIT.
007750 2610-SET-LOG-KEY-RTN.
007760     MOVE SPACES TO SCLG-RECORD.
007770     MOVE WS-CURRENT-DATE TO SCLG-CHANGE-DATE.
007780     ACCEPT SCLG-CHANGE-TIME FROM TIME.
007790     MOVE WS-USERID TO SCLG-USERID.
007800     MOVE SUSP-SET-ID TO SCLG-SET-ID.
007810     MOVE SUSP-RUN-DATE TO SCLG-RUN-DATE.
007820     MOVE SUSP-RUN-TIME TO SCLG-RUN-TIME.
007830     MOVE SUSP-CYCLE-NO TO SCLG-CYCLE-NO.
007840     MOVE SUSP-REASON-CODE TO SCLG-REASON-CODE.
007850 2610-EXIT.
007860     EXIT.
007870 2620-WRITE-LOG-RTN.
007880     ADD 1 TO WS-CHANGE-COUNT.
007890     ADD 1 TO WS-LOGGED-COUNT.
007900     WRITE SCLG-RECORD.
007910 2620-EXIT.
007920     EXIT.
007930*----------------------------------------------------------------*
007940*    8000-TERMINATE-RTN                                          *
007950*----------------------------------------------------------------*
007960 8000-TERMINATE-RTN.
007970     CLOSE SUSPFILE.
007980     CLOSE SUSPFILN.
007990     CLOSE RESUBFILE.
008000     CLOSE SUSPCLOG.
008010     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
008020     DISPLAY " ".
008030     DISPLAY "SUSPCORR - CORRECTION ENTRY COMPLETE".
008040     DISPLAY "  SUSPENSE ITEMS READ        " WS-READ-COUNT.
008050     DISPLAY "  ITEMS OFFERED              " WS-OFFERED-COUNT.
008060     DISPLAY "  CORRECTED TO RESUBFILE     " WS-CORRECTED-COUNT.
008070     DISPLAY "  LEFT OPEN BY THE CLERK     " WS-LEFT-OPEN-COUNT.
008080     DISPLAY "  REFUSED - MASTER/DUPLICATE " WS-REFUSED-COUNT.
008090     DISPLAY "  DUPLICATES DISCARDED       " WS-DISCARDED-COUNT.
008100     DISPLAY "  CARRIED FORWARD            " WS-CARRIED-COUNT.
008110     DISPLAY "  VALUE CHANGES LOGGED       " WS-LOGGED-COUNT.
008120     DISPLAY "RUN CONDITIONALS IN RESUBMISSION MODE AGAINST".
008130     DISPLAY "RESUBFILE, AND REPLACE SUSPFILE WITH SUSPFILN".
008140     DISPLAY "TO CARRY THE OPEN ITEMS FORWARD.".
008150 8000-EXIT.
008160     EXIT.
008170*----------------------------------------------------------------*
008180*    9000-WRITE-RUN-LOG-RTN - APPEND THIS RUN'S COMPLETION       *
008190*    RECORD TO THE SHARED OPERATIONS RUN LOG READ BY RUNSTAT.    *
008200*    A LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT       *
008210*    FAIL THE RUN.                                               *
008220*----------------------------------------------------------------*
008230 9000-WRITE-RUN-LOG-RTN.
008240     OPEN EXTEND RUNLOG.
008250     IF WS-RLOG-STATUS NOT = "00"
008260         OPEN OUTPUT RUNLOG
008270     END-IF.
008280     IF WS-RLOG-STATUS NOT = "00"
008290         DISPLAY "SUSPCORR - UNABLE TO WRITE RUN LOG - "
008300             "STATUS " WS-RLOG-STATUS
008310         GO TO 9000-EXIT.
008320     MOVE SPACES TO RLOG-RECORD.
008330     MOVE "SUSPCORR" TO RLOG-PROGRAM.
008340     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
008350     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
008360     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
008370     ACCEPT RLOG-END-TIME FROM TIME.
008380     MOVE "CORRECT" TO RLOG-MODE.
008390     MOVE WS-READ-COUNT TO RLOG-IN-COUNT.
008400     MOVE WS-CORRECTED-COUNT TO RLOG-OUT-COUNT.
008410     MOVE WS-CARRIED-COUNT TO RLOG-SUSP-COUNT.
008420     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
008430     MOVE WS-USERID TO RLOG-USERID.
008440     WRITE RLOG-RECORD.
008450     CLOSE RUNLOG.
008460 9000-EXIT.
008470     EXIT.
