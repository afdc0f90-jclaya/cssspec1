000110*                 LOGS EVERY ACCEPTED ROW (WHO, WHEN, OLD     *
000120*                 AND NEW VALUES) TO THE CHANGE LOG, SO A     *
000130*                 BAD ROW CAN NO LONGER BECOME THE LIVE       *
000140*                 BUSINESS RULE UNCHECKED.  CHANGES ARE UNDER *
000142*                 DUAL CONTROL: A ROW KEYED BY ONE USER WAITS *
000144*                 ON THE PENDING FILE UNTIL A SECOND USER     *
000146*                 APPROVES IT.                                *
000150*                                                               *
000160*****************************************************************
000170 IDENTIFICATION DIVISION.
000356*                       REPLACES ONE WITH THE SAME DATE AND   *
000357*                       SCOPE.  THE EFFECTIVE-ROW LINES SHOW  *
000358*                       THE FALLBACK ROW ONLY.                *
000359*    10/15/2026  RTM    DUAL CONTROL.  RUN MODE E HOLDS       *
000360*                       VALID KEYED ROWS ON PARMPEND INSTEAD  *
000361*                       OF APPLYING THEM; RUN MODE A LETS A   *
000362*                       DIFFERENT USERID APPROVE, REJECT OR   *
000363*                       LEAVE EACH ITEM, RE-VALIDATES AND     *
000364*                       APPLIES APPROVED ROWS AND LOGS THE    *
000365*                       APPROVER AND APPROVAL DATE ON         *
000366*                       PARMLOG.  UNDECIDED ITEMS CARRY       *
000367*                       FORWARD TO PARMPNDN.                  *
000368*    10/15/2026  RTM    APPROVE-MODE DECISIONS ARE NOW KEPT.  *
000369*                       EACH APPROVED OR DECLINED ITEM IS     *
000370*                       STAMPED WITH THE CHECKER AND THE DATE *
000371*                       AND TIME OF THE DECISION AND APPENDED *
000372*                       TO PARMDECD, AND THE RUN LOG RECORD   *
000373*                       CARRIES THE APPROVED AND DECLINED     *
000374*                       COUNTS.                               *
000375*****************************************************************
000376 ENVIRONMENT DIVISION.
000377 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000562     SELECT RUNLOG ASSIGN TO "RUNLOG"
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WS-RLOG-STATUS.
000567     SELECT PARMPEND ASSIGN TO "PARMPEND"
000568         ORGANIZATION IS LINE SEQUENTIAL
000569         FILE STATUS IS WS-PEND-STATUS.
000570     SELECT PARMPNDN ASSIGN TO "PARMPNDN"
000571         ORGANIZATION IS LINE SEQUENTIAL
000572         FILE STATUS IS WS-PNDN-STATUS.
000573     SELECT PARMDECD ASSIGN TO "PARMDECD"
000574         ORGANIZATION IS LINE SEQUENTIAL
000575         FILE STATUS IS WS-PDEC-STATUS.
000576 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PARMFILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY THRESH.
000620 FD  PARMTRAN
000630     LABEL RECORDS ARE STANDARD.
000640 01  TRN-IN-RECORD                  PIC X(80).
000700 FD  PARMNEW
000710     LABEL RECORDS ARE STANDARD.
000720 01  PNEW-RECORD                    PIC X(80).
000782 FD  RUNLOG
000784     LABEL RECORDS ARE STANDARD.
000786 COPY RLOGREC.
000787 FD  PARMPEND
000788     LABEL RECORDS ARE STANDARD.
000789 COPY PENDREC REPLACING ==:PFX:== BY ==PND==.
000790 FD  PARMPNDN
000791     LABEL RECORDS ARE STANDARD.
000792 01  PNDN-RECORD                    PIC X(160).
000793 FD  PARMDECD
000794     LABEL RECORDS ARE STANDARD.
000795 01  PDEC-RECORD                    PIC X(160).
000796 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------*
000810*    FILE STATUS FIELDS                                          *
000820*----------------------------------------------------------------*
000870 77  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
000872 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
000874 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
000875 77  WS-PEND-STATUS                 PIC X(02) VALUE SPACES.
000876 77  WS-PNDN-STATUS                 PIC X(02) VALUE SPACES.
000877 77  WS-PDEC-STATUS                 PIC X(02) VALUE SPACES.
000880*----------------------------------------------------------------*
000890*    SWITCHES                                                    *
000900*----------------------------------------------------------------*
000960     88  WS-ROW-IS-VALID                       VALUE "Y".
000970 77  WS-DATE-VALID-SWITCH           PIC X(01) VALUE "Y".
000980     88  WS-DATE-IS-VALID                      VALUE "Y".
000981 77  WS-PEND-EOF-SWITCH             PIC X(01) VALUE "N".
000982     88  WS-PEND-END-OF-FILE                   VALUE "Y".
000983 77  WS-RUN-MODE                    PIC X(01) VALUE SPACE.
000984     88  WS-ENTER-MODE                         VALUE "E".
000985     88  WS-APPROVE-MODE                       VALUE "A".
000986     88  WS-RUN-MODE-VALID                     VALUE "E", "A".
000987 77  WS-ANSWER-SWITCH               PIC X(01) VALUE "N".
000988     88  WS-ANSWER-VALID                       VALUE "Y".
000989 77  WS-APPROVAL                    PIC X(01) VALUE SPACE.
000990     88  WS-APPROVE-CHANGE                     VALUE "A".
000991     88  WS-REJECT-CHANGE                      VALUE "R".
000992     88  WS-LEAVE-PENDING                      VALUE "0".
000993*----------------------------------------------------------------*
001000*    RUN IDENTIFICATION AND AS-OF DATE                           *
001010*----------------------------------------------------------------*
001020 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001040 77  WS-USERID                      PIC X(08) VALUE SPACES.
001050 77  WS-ASOF-DATE                   PIC 9(08) VALUE ZERO.
001060*----------------------------------------------------------------*
001061*    MAKER OF THE CHANGE BEING LOGGED - THIS USER WHEN KEYING,   *
001062*    THE PENDING ITEM'S MAKER WHEN APPROVING                     *
001063*----------------------------------------------------------------*
001064 77  WS-MAKER-ID                    PIC X(08) VALUE SPACES.
001065 77  WS-MAKER-DATE                  PIC 9(08) VALUE ZERO.
001066 77  WS-MAKER-TIME                  PIC 9(08) VALUE ZERO.
001067 77  WS-APPROVER-ID                 PIC X(08) VALUE SPACES.
001068 77  WS-APPROVE-DATE                PIC 9(08) VALUE ZERO.
001069*----------------------------------------------------------------*
001070*    COUNTERS                                                    *
001080*----------------------------------------------------------------*
001090 77  WS-TRAN-COUNT                  PIC 9(08) COMP VALUE ZERO.
001100 77  WS-ACCEPT-COUNT                PIC 9(08) COMP VALUE ZERO.
001110 77  WS-REJECT-COUNT                PIC 9(08) COMP VALUE ZERO.
001112 77  WS-PENDED-COUNT                PIC 9(08) COMP VALUE ZERO.
001113 77  WS-PEND-READ-COUNT             PIC 9(08) COMP VALUE ZERO.
001114 77  WS-APPROVED-COUNT              PIC 9(08) COMP VALUE ZERO.
001115 77  WS-DECLINED-COUNT              PIC 9(08) COMP VALUE ZERO.
001116 77  WS-HELD-COUNT                  PIC 9(08) COMP VALUE ZERO.
001117 77  WS-ENTRY-SEQ                   PIC 9(04) VALUE ZERO.
001120*----------------------------------------------------------------*
001130*    MASTER ROW TABLE - THE OLD FILE'S ROWS PLUS THE ACCEPTED    *
001140*    TRANSACTIONS, WRITTEN BACK OUT AS THE NEW MASTER.           *
001450 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE ZERO.
001460 77  WS-REASON                      PIC X(30) VALUE SPACES.
001470*----------------------------------------------------------------*
001471*    PROPOSED ROW - READ FROM PARMTRAN WHEN KEYING, TAKEN FROM   *
001472*    THE PENDING ITEM'S IMAGE WHEN APPROVING                     *
001473*----------------------------------------------------------------*
001474 01  TRN-RECORD.
001475     05  TRN-EFF-DATE                   PIC 9(08).
001476     05  TRN-LOW-LIMIT                  PIC 9(03).
001477     05  TRN-HIGH-LIMIT                 PIC 9(04).
001478     05  TRN-TIE-RULE                   PIC X(01).
001479     05  TRN-SCOPE                      PIC X(10).
001480     05  FILLER                         PIC X(54).
001481*----------------------------------------------------------------*
001482*    OUTPUT IMAGE FOR THE NEW MASTER FILE                        *
001490*----------------------------------------------------------------*
001500 01  WS-PARM-OUT-RECORD.
001510     05  WSP-EFF-DATE               PIC 9(08).
001720     05  FILLER                     PIC X(05) VALUE SPACES.
001730     05  FILLER                     PIC X(09) VALUE "USERID : ".
001740     05  WS-HDG-USERID              PIC X(08).
001742     05  FILLER                     PIC X(05) VALUE SPACES.
001744     05  FILLER                     PIC X(07) VALUE "MODE : ".
001746     05  WS-HDG-MODE                PIC X(07).
001750 01  WS-REPORT-COLUMN-HDGS.
001760     05  FILLER                     PIC X(10) VALUE "EFF DATE  ".
001770     05  FILLER                     PIC X(02) VALUE SPACES.
001832     05  FILLER                     PIC X(10) VALUE "SCOPE     ".
001834     05  FILLER                     PIC X(02) VALUE SPACES.
001840     05  FILLER                     PIC X(42) VALUE "DISPOSITION".
001842     05  FILLER                     PIC X(02) VALUE SPACES.
001844     05  FILLER                     PIC X(08) VALUE "MAKER   ".
001850 01  WS-DETAIL-LINE.
001860     05  WS-DTL-EFF-DATE            PIC 9(08).
001870     05  FILLER                     PIC X(04) VALUE SPACES.
001932     05  WS-DTL-SCOPE               PIC X(10).
001934     05  FILLER                     PIC X(02) VALUE SPACES.
001940     05  WS-DTL-DISP                PIC X(42).
001942     05  FILLER                     PIC X(02) VALUE SPACES.
001944     05  WS-DTL-MAKER               PIC X(08).
001950 01  WS-EFFECTIVE-LINE.
001960     05  FILLER                     PIC X(01) VALUE SPACE.
001970     05  WS-EFF-TAG                 PIC X(24).
002150     05  FILLER                     PIC X(05) VALUE SPACES.
002160     05  FILLER                     PIC X(11) VALUE "REJECTED = ".
002170     05  WS-FTR-REJECT              PIC ZZZZZ9.
002171 01  WS-FOOTER-LINE-2.
002172     05  FILLER                     PIC X(01) VALUE SPACE.
002173     05  FILLER                     PIC X(24)
002174             VALUE "HELD FOR APPROVAL       ".
002175     05  WS-FTR-PENDED              PIC ZZZZZ9.
002176     05  FILLER                     PIC X(05) VALUE SPACES.
002177     05  FILLER                     PIC X(11) VALUE "APPROVED = ".
002178     05  WS-FTR-APPROVED            PIC ZZZZZ9.
002179     05  FILLER                     PIC X(05) VALUE SPACES.
002180     05  FILLER                     PIC X(11) VALUE "DECLINED = ".
002181     05  WS-FTR-DECLINED            PIC ZZZZZ9.
002182     05  FILLER                     PIC X(05) VALUE SPACES.
002183     05  FILLER                     PIC X(15)
002184             VALUE "LEFT PENDING = ".
002185     05  WS-FTR-HELD                PIC ZZZZZ9.
002186 PROCEDURE DIVISION.
002190*----------------------------------------------------------------*
002200*    0000-MAINLINE-RTN                                           *
002210*----------------------------------------------------------------*
002220 0000-MAINLINE-RTN.
002230     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
002240     IF WS-ENTER-MODE
002242         PERFORM 2000-PROCESS-RTN THRU 2000-EXIT
002244             UNTIL WS-END-OF-FILE
002246     ELSE
002248         PERFORM 3000-APPROVE-RTN THRU 3000-EXIT
002250             UNTIL WS-PEND-END-OF-FILE
002252     END-IF.
002260     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
002270     STOP RUN.
002280 0000-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------*
002310*    1000-INITIALIZE-RTN - ENTER MODE TAKES PROPOSED ROWS FROM   *
002312*    PARMTRAN AND HOLDS THEM ON THE PENDING FILE; APPROVE MODE   *
002314*    WORKS THE PENDING FILE.  AN APPROVER MUST BE IDENTIFIED.    *
002320*----------------------------------------------------------------*
002330 1000-INITIALIZE-RTN.
002340     DISPLAY "PARMMNT - THRESHOLD PARAMETER MAINTENANCE".
002380     IF WS-USERID = SPACES
002390         MOVE "UNKNOWN" TO WS-USERID
002400     END-IF.
002401     PERFORM 1050-GET-RUN-MODE-RTN THRU 1050-EXIT
002402         UNTIL WS-RUN-MODE-VALID.
002403     IF WS-APPROVE-MODE AND WS-USERID = "UNKNOWN"
002404         DISPLAY "PARMMNT - APPROVAL REFUSED - USERID UNKNOWN"
002405         STOP RUN
002406     END-IF.
002410     DISPLAY "SHOW EFFECTIVE ROW AS OF (YYYYMMDD, 0=TODAY) ? ".
002420     ACCEPT WS-ASOF-DATE FROM CONSOLE.
002430     IF WS-ASOF-DATE = ZERO
002440         MOVE WS-CURRENT-DATE TO WS-ASOF-DATE
002450     END-IF.
002460     PERFORM 1100-LOAD-MASTER-RTN THRU 1100-EXIT.
002470     IF WS-ENTER-MODE
002472         PERFORM 1200-OPEN-ENTER-FILES-RTN THRU 1200-EXIT
002474     ELSE
002476         PERFORM 1250-OPEN-APPROVE-FILES-RTN THRU 1250-EXIT
002520     END-IF.
002530     OPEN OUTPUT PARMRPT.
002540     IF WS-RPT-STATUS NOT = "00"
002640     MOVE SPACES TO RPT-RECORD.
002650     WRITE RPT-RECORD.
002660 1000-EXIT.
002661     EXIT.
002662 1050-GET-RUN-MODE-RTN.
002663     DISPLAY "RUN MODE - E = ENTER CHANGES, "
002664         "A = APPROVE PENDING ? ".
002665     ACCEPT WS-RUN-MODE FROM CONSOLE.
002666     IF NOT WS-RUN-MODE-VALID
002667         DISPLAY "INVALID MODE - " WS-RUN-MODE
002668     END-IF.
002669 1050-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------*
002690*    1100-LOAD-MASTER-RTN - THE CURRENT FILE'S ROWS INTO THE     *
003032     MOVE PARM-SCOPE TO WS-PT-SCOPE(WS-PT-COUNT).
003040 1120-EXIT.
003050     EXIT.
003051*----------------------------------------------------------------*
003052*    1200-OPEN-ENTER-FILES-RTN - KEYED ROWS ARE APPENDED TO THE  *
003053*    PENDING FILE; NO FILE YET JUST MEANS NOTHING IS PENDING.    *
003054*----------------------------------------------------------------*
003055 1200-OPEN-ENTER-FILES-RTN.
003056     OPEN INPUT PARMTRAN.
003057     IF WS-TRAN-STATUS NOT = "00"
003058         DISPLAY "PARMMNT - UNABLE TO OPEN PARMTRAN - "
003059             "STATUS " WS-TRAN-STATUS
003060         STOP RUN
003061     END-IF.
003062     OPEN EXTEND PARMPEND.
003063     IF WS-PEND-STATUS NOT = "00"
003064         OPEN OUTPUT PARMPEND
003065     END-IF.
003066     IF WS-PEND-STATUS NOT = "00"
003067         DISPLAY "PARMMNT - UNABLE TO OPEN PARMPEND - "
003068             "STATUS " WS-PEND-STATUS
003069         STOP RUN
003070     END-IF.
003071 1200-EXIT.
003072     EXIT.
003073*----------------------------------------------------------------*
003074*    1250-OPEN-APPROVE-FILES-RTN - ITEMS NOT DECIDED THIS        *
003075*    SESSION ARE CARRIED FORWARD TO PARMPNDN.  EVERY DECIDED     *
003076*    ITEM IS APPENDED TO PARMDECD.                               *
003077*----------------------------------------------------------------*
003078 1250-OPEN-APPROVE-FILES-RTN.
003079     OPEN INPUT PARMPEND.
003080     IF WS-PEND-STATUS NOT = "00"
003081         DISPLAY "PARMMNT - NO PENDING CHANGES TO APPROVE"
003082         MOVE "Y" TO WS-PEND-EOF-SWITCH
003083     END-IF.
003084     OPEN OUTPUT PARMPNDN.
003085     IF WS-PNDN-STATUS NOT = "00"
003086         DISPLAY "PARMMNT - UNABLE TO OPEN PARMPNDN - "
003087             "STATUS " WS-PNDN-STATUS
003088         STOP RUN
003089     END-IF.
003090     OPEN EXTEND PARMDECD.
003091     IF WS-PDEC-STATUS NOT = "00"
003092         OPEN OUTPUT PARMDECD
003093     END-IF.
003094     IF WS-PDEC-STATUS NOT = "00"
003095         DISPLAY "PARMMNT - UNABLE TO OPEN PARMDECD - "
003096             "STATUS " WS-PDEC-STATUS
003097         STOP RUN
003098     END-IF.
003099 1250-EXIT.
003100     EXIT.
003101 1300-OPEN-LOG-RTN.
003102     OPEN EXTEND PARMLOG.
003103     IF WS-LOG-STATUS NOT = "00"
003104         OPEN OUTPUT PARMLOG
003105     END-IF.
003110 1300-EXIT.
003120     EXIT.
003130 1400-WRITE-REPORT-HEADINGS-RTN.
003140     MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
003150     MOVE WS-ASOF-DATE TO WS-HDG-ASOF.
003160     MOVE WS-USERID TO WS-HDG-USERID.
003162     IF WS-ENTER-MODE
003164         MOVE "ENTER" TO WS-HDG-MODE
003166     ELSE
003168         MOVE "APPROVE" TO WS-HDG-MODE
003169     END-IF.
003170     WRITE RPT-RECORD FROM WS-REPORT-HEADING-1.
003180     WRITE RPT-RECORD FROM WS-REPORT-HEADING-2.
003190     MOVE SPACES TO RPT-RECORD.
003300         ADD 1 TO WS-TRAN-COUNT
003310         PERFORM 2200-VALIDATE-ROW-RTN THRU 2200-EXIT
003320         IF WS-ROW-IS-VALID
003330             PERFORM 2600-HOLD-ROW-RTN THRU 2600-EXIT
003340         ELSE
003350             ADD 1 TO WS-REJECT-COUNT
003360             PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT
003390 2000-EXIT.
003400     EXIT.
003410 2100-READ-TRAN-RTN.
003420     READ PARMTRAN INTO TRN-RECORD
003430         AT END
003440             MOVE "Y" TO WS-EOF-SWITCH
003450     END-READ.
003452     IF NOT WS-END-OF-FILE
003454         MOVE WS-USERID TO WS-MAKER-ID
003456     END-IF.
003460 2100-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------*
004920     EXIT.
004930 2410-WRITE-LOG-RTN.
004940     MOVE SPACES TO PLOG-RECORD.
004950     MOVE WS-MAKER-DATE TO PLOG-CHANGE-DATE.
004960     MOVE WS-MAKER-TIME TO PLOG-CHANGE-TIME.
004970     MOVE WS-MAKER-ID TO PLOG-USERID.
004980     MOVE WS-EFF-DATE TO PLOG-OLD-EFF-DATE.
004990     MOVE WS-EFF-LOW TO PLOG-OLD-LOW.
005000     MOVE WS-EFF-HIGH TO PLOG-OLD-HIGH.
005040     MOVE TRN-HIGH-LIMIT TO PLOG-NEW-HIGH.
005050     MOVE TRN-TIE-RULE TO PLOG-NEW-TIE-RULE.
005052     MOVE TRN-SCOPE TO PLOG-NEW-SCOPE.
005054     MOVE WS-APPROVER-ID TO PLOG-APPROVER-ID.
005056     MOVE WS-APPROVE-DATE TO PLOG-APPROVE-DATE.
005060     WRITE PLOG-RECORD.
005070 2410-EXIT.
005080     EXIT.
005190                WS-REASON DELIMITED BY SIZE
005200             INTO WS-DTL-DISP
005210     END-IF.
005212     MOVE WS-MAKER-ID TO WS-DTL-MAKER.
005220     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
005230 2500-EXIT.
005240     EXIT.
005710     MOVE WS-ACCEPT-COUNT TO WS-FTR-ACCEPT.
005720     MOVE WS-REJECT-COUNT TO WS-FTR-REJECT.
005730     WRITE RPT-RECORD FROM WS-FOOTER-LINE.
005732     MOVE WS-PENDED-COUNT TO WS-FTR-PENDED.
005733     MOVE WS-APPROVED-COUNT TO WS-FTR-APPROVED.
005734     MOVE WS-DECLINED-COUNT TO WS-FTR-DECLINED.
005735     MOVE WS-HELD-COUNT TO WS-FTR-HELD.
005736     WRITE RPT-RECORD FROM WS-FOOTER-LINE-2.
005740     PERFORM 8100-WRITE-NEW-MASTER-RTN THRU 8100-EXIT.
005741     IF WS-ENTER-MODE
005742         CLOSE PARMTRAN
005743         CLOSE PARMPEND
005744     ELSE
005745         IF WS-PEND-STATUS = "00" OR WS-PEND-STATUS = "10"
005746             CLOSE PARMPEND
005747         END-IF
005748         CLOSE PARMPNDN
005749         CLOSE PARMDECD
005750     END-IF.
005760     CLOSE PARMRPT.
005770     CLOSE PARMLOG.
005772     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
005780     DISPLAY "PARMMNT - MAINTENANCE COMPLETE - "
005790         WS-ACCEPT-COUNT " ROW(S) ACCEPTED, "
005800         WS-REJECT-COUNT " ROW(S) REJECTED".
005801     IF WS-ENTER-MODE
005802         DISPLAY "PARMMNT - " WS-PENDED-COUNT
005803             " ROW(S) HELD FOR APPROVAL ON PARMPEND"
005804     ELSE
005805         DISPLAY "REPLACE PARMPEND WITH PARMPNDN TO CARRY THE"
005806         DISPLAY "UNDECIDED CHANGES FORWARD."
005807     END-IF.
005810 8000-EXIT.
005820     EXIT.
005830*----------------------------------------------------------------*
005840*    8100-WRITE-NEW-MASTER-RTN - OLD ROWS PLUS ACCEPTED ONES,    *
005850*    IN TABLE ORDER.  CONDITIONALS APPLIES ROWS BY EFFECTIVE     *
005860*    DATE, NOT FILE ORDER, SO NO SORT IS NEEDED.  AN ENTER-MODE  *
005862*    RUN WRITES THE MASTER UNCHANGED SO THE COPY-FORWARD STEP    *
005864*    IS THE SAME IN EITHER MODE.                                 *
005870*----------------------------------------------------------------*
005880 8100-WRITE-NEW-MASTER-RTN.
005890     OPEN OUTPUT PARMNEW.
006270     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
006280     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
006290     ACCEPT RLOG-END-TIME FROM TIME.
006291     IF WS-ENTER-MODE
006292         MOVE "MAINT" TO RLOG-MODE
006293         MOVE WS-TRAN-COUNT TO RLOG-IN-COUNT
006294         MOVE WS-PENDED-COUNT TO RLOG-OUT-COUNT
006295     ELSE
006296         MOVE "APPROVE" TO RLOG-MODE
006297         MOVE WS-PEND-READ-COUNT TO RLOG-IN-COUNT
006298         MOVE WS-ACCEPT-COUNT TO RLOG-OUT-COUNT
006299         MOVE WS-APPROVED-COUNT TO RLOG-APPROVED-COUNT
006300         MOVE WS-DECLINED-COUNT TO RLOG-DECLINED-COUNT
006301     END-IF.
006330     MOVE WS-REJECT-COUNT TO RLOG-SUSP-COUNT.
006340     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
006350     WRITE RLOG-RECORD.
006360     CLOSE RUNLOG.
006370 9000-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------*
006400*    2600-HOLD-ROW-RTN - A VALID KEYED ROW GOES TO THE PENDING   *
006410*    FILE, NOT THE TABLE.  IT REACHES THE MASTER AND THE CHANGE  *
006420*    LOG ONLY WHEN A DIFFERENT USER APPROVES IT.                 *
006430*----------------------------------------------------------------*
006440 2600-HOLD-ROW-RTN.
006450     ADD 1 TO WS-PENDED-COUNT.
006460     ADD 1 TO WS-ENTRY-SEQ.
006470     MOVE SPACES TO PND-RECORD.
006480     MOVE WS-CURRENT-DATE TO PND-ENTRY-DATE.
006490     MOVE WS-CURRENT-TIME TO PND-ENTRY-TIME.
006500     MOVE WS-ENTRY-SEQ TO PND-ENTRY-SEQ.
006510     MOVE "PARMMNT" TO PND-PROGRAM.
006520     MOVE "P" TO PND-STATUS.
006530     MOVE WS-USERID TO PND-MAKER-ID.
006540     MOVE ZERO TO PND-CHECK-DATE PND-CHECK-TIME.
006550     MOVE TRN-RECORD TO PND-IMAGE.
006560     WRITE PND-RECORD.
006570     MOVE "HELD FOR APPROVAL" TO WS-REASON.
006580     PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT.
006590 2600-EXIT.
006600     EXIT.
006610*----------------------------------------------------------------*
006620*    3000-APPROVE-RTN - ONE PASS PER PENDING ITEM.  THE MAKER'S  *
006630*    OWN ITEMS ARE NOT OFFERED.  AN APPROVED ROW IS VALIDATED    *
006640*    AGAIN AND TAKEN THROUGH THE NORMAL ACCEPT PATH; A DECLINED  *
006650*    ROW IS NOT APPLIED; ANYTHING ELSE IS CARRIED FORWARD.       *
006660*    EVERY APPROVED OR DECLINED ITEM IS RECORDED ON PARMDECD,    *
006670*    AND AN APPROVED ROW THAT FAILS RE-VALIDATION IS RECORDED    *
006680*    THERE AS REJECTED.                                          *
006690*----------------------------------------------------------------*
006700 3000-APPROVE-RTN.
006710     READ PARMPEND
006720         AT END
006730             MOVE "Y" TO WS-PEND-EOF-SWITCH
006740     END-READ.
006750     IF WS-PEND-END-OF-FILE
006760         GO TO 3000-EXIT.
006770     IF NOT PND-PENDING
006780         GO TO 3000-EXIT.
006790     ADD 1 TO WS-PEND-READ-COUNT.
006800     MOVE PND-IMAGE TO TRN-RECORD.
006810     MOVE PND-MAKER-ID TO WS-MAKER-ID.
006820     MOVE PND-ENTRY-DATE TO WS-MAKER-DATE.
006830     MOVE PND-ENTRY-TIME TO WS-MAKER-TIME.
006840     MOVE "Y" TO WS-ROW-VALID-SWITCH.
006850     IF PND-MAKER-ID = WS-USERID
006860         ADD 1 TO WS-HELD-COUNT
006870         MOVE "OWN CHANGE - LEFT PENDING" TO WS-REASON
006880         PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT
006890         WRITE PNDN-RECORD FROM PND-RECORD
006900         GO TO 3000-EXIT.
006910     DISPLAY " ".
006920     DISPLAY "PENDING ROW ENTERED BY " PND-MAKER-ID
006930         " ON " PND-ENTRY-DATE " " PND-ENTRY-TIME.
006940     DISPLAY "  EFF DATE " TRN-EFF-DATE "  LOW " TRN-LOW-LIMIT
006950         "  HIGH " TRN-HIGH-LIMIT "  RULE " TRN-TIE-RULE
006960         "  SCOPE " TRN-SCOPE.
006970     MOVE "N" TO WS-ANSWER-SWITCH.
006980     PERFORM 3100-GET-APPROVAL-RTN THRU 3100-EXIT
006990         UNTIL WS-ANSWER-VALID.
007000     IF WS-LEAVE-PENDING
007010         ADD 1 TO WS-HELD-COUNT
007020         MOVE "LEFT PENDING" TO WS-REASON
007030         PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT
007040         WRITE PNDN-RECORD FROM PND-RECORD
007050         GO TO 3000-EXIT.
007060     IF WS-REJECT-CHANGE
007070         ADD 1 TO WS-DECLINED-COUNT
007080         MOVE "R" TO PND-STATUS
007090         PERFORM 3200-RECORD-DECISION-RTN THRU 3200-EXIT
007100         MOVE "DECLINED BY APPROVER" TO WS-REASON
007110         PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT
007120         GO TO 3000-EXIT.
007130     PERFORM 2200-VALIDATE-ROW-RTN THRU 2200-EXIT.
007140     IF NOT WS-ROW-IS-VALID
007150         ADD 1 TO WS-REJECT-COUNT
007160         MOVE "R" TO PND-STATUS
007170         PERFORM 3200-RECORD-DECISION-RTN THRU 3200-EXIT
007180         PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT
007190         GO TO 3000-EXIT.
007200     ADD 1 TO WS-APPROVED-COUNT.
007210     MOVE "A" TO PND-STATUS.
007220     PERFORM 3200-RECORD-DECISION-RTN THRU 3200-EXIT.
007230     MOVE WS-USERID TO WS-APPROVER-ID.
007240     MOVE WS-CURRENT-DATE TO WS-APPROVE-DATE.
007250     PERFORM 2400-ACCEPT-ROW-RTN THRU 2400-EXIT.
007260 3000-EXIT.
007270     EXIT.
007280 3100-GET-APPROVAL-RTN.
007290     DISPLAY "A = APPROVE, R = REJECT, 0 = LEAVE PENDING ? ".
007300     ACCEPT WS-APPROVAL FROM CONSOLE.
007310     IF WS-APPROVE-CHANGE OR WS-REJECT-CHANGE OR WS-LEAVE-PENDING
007320         MOVE "Y" TO WS-ANSWER-SWITCH
007330     ELSE
007340         DISPLAY "INVALID ANSWER - " WS-APPROVAL
007350     END-IF.
007360 3100-EXIT.
007370     EXIT.
007380*----------------------------------------------------------------*
007390*    3200-RECORD-DECISION-RTN - STAMP THE CHECKER AND THE DATE   *
007400*    AND TIME OF THE DECISION ON THE ITEM (STATUS A OR R IS SET  *
007410*    BY THE CALLER) AND APPEND IT TO THE DECIDED-ITEMS FILE.     *
007420*----------------------------------------------------------------*
007430 3200-RECORD-DECISION-RTN.
007440     MOVE WS-USERID TO PND-CHECKER-ID.
007450     MOVE WS-CURRENT-DATE TO PND-CHECK-DATE.
007460     MOVE WS-CURRENT-TIME TO PND-CHECK-TIME.
007470     WRITE PDEC-RECORD FROM PND-RECORD.
007480 3200-EXIT.
007490     EXIT.
