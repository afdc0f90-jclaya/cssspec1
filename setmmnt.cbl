000100*                 WHEN, OLD AND NEW STATUS) TO THE CHANGE     *
000110*                 LOG, SO THE SET LIST CONDITIONALS VALIDATES *
000120*                 AGAINST IS MAINTAINED WITH THE SAME         *
000130*                 DISCIPLINE AS THE THRESHOLD FILE.  CHANGES  *
000132*                 ARE UNDER DUAL CONTROL: A ROW KEYED BY ONE  *
000134*                 USER WAITS ON THE PENDING FILE UNTIL A      *
000136*                 SECOND USER APPROVES IT.                    *
000140*                                                               *
000150*****************************************************************
000160 IDENTIFICATION DIVISION.
000350*                       IT - RE-KEYING A ROW WITH STATUS C    *
000360*                       AND A CLOSE DATE IS HOW A SET IS      *
000370*                       CLOSED.                                *
000371*    10/15/2026  RTM    DUAL CONTROL.  RUN MODE E HOLDS VALID  *
000372*                       KEYED ROWS ON SETMPEND INSTEAD OF      *
000373*                       APPLYING THEM; RUN MODE A LETS A       *
000374*                       DIFFERENT USERID APPROVE, REJECT OR    *
000375*                       LEAVE EACH ITEM, RE-VALIDATES AND      *
000376*                       APPLIES APPROVED ROWS AND LOGS THE     *
000377*                       APPROVER AND APPROVAL DATE ON          *
000378*                       SETMLOG.  UNDECIDED ITEMS CARRY        *
000379*                       FORWARD TO SETMPNDN.                   *
000380*    10/15/2026  RTM    APPROVE-MODE DECISIONS ARE NOW KEPT.   *
000381*                       EACH APPROVED OR DECLINED ITEM IS      *
000382*                       STAMPED WITH THE CHECKER AND THE DATE  *
000383*                       AND TIME OF THE DECISION AND APPENDED  *
000384*                       TO SETMDECD, AND THE RUN LOG RECORD    *
000385*                       CARRIES THE APPROVED AND DECLINED      *
000386*                       COUNTS.                                *
000387*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000592     SELECT RUNLOG ASSIGN TO "RUNLOG"
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS WS-RLOG-STATUS.
000597     SELECT SETMPEND ASSIGN TO "SETMPEND"
000598         ORGANIZATION IS LINE SEQUENTIAL
000599         FILE STATUS IS WS-PEND-STATUS.
000600     SELECT SETMPNDN ASSIGN TO "SETMPNDN"
000601         ORGANIZATION IS LINE SEQUENTIAL
000602         FILE STATUS IS WS-PNDN-STATUS.
000603     SELECT SETMDECD ASSIGN TO "SETMDECD"
000604         ORGANIZATION IS LINE SEQUENTIAL
000605         FILE STATUS IS WS-PDEC-STATUS.
000606 DATA DIVISION.
000610 FILE SECTION.
000620 FD  SETMFILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY SETMREC.
000650 FD  SETMTRAN
000660     LABEL RECORDS ARE STANDARD.
000670 01  TRN-IN-RECORD                  PIC X(80).
000750 FD  SETMNEW
000760     LABEL RECORDS ARE STANDARD.
000770 01  SNEW-RECORD                    PIC X(80).
000832 FD  RUNLOG
000834     LABEL RECORDS ARE STANDARD.
000836 COPY RLOGREC.
000837 FD  SETMPEND
000838     LABEL RECORDS ARE STANDARD.
000839 COPY PENDREC REPLACING ==:PFX:== BY ==PND==.
000840 FD  SETMPNDN
000841     LABEL RECORDS ARE STANDARD.
000842 01  PNDN-RECORD                    PIC X(160).
000843 FD  SETMDECD
000844     LABEL RECORDS ARE STANDARD.
000845 01  PDEC-RECORD                    PIC X(160).
000846 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------*
000860*    FILE STATUS FIELDS                                          *
000870*----------------------------------------------------------------*
000920 77  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
000922 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
000924 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
000925 77  WS-PEND-STATUS                 PIC X(02) VALUE SPACES.
000926 77  WS-PNDN-STATUS                 PIC X(02) VALUE SPACES.
000927 77  WS-PDEC-STATUS                 PIC X(02) VALUE SPACES.
000930*----------------------------------------------------------------*
000940*    SWITCHES                                                    *
000950*----------------------------------------------------------------*
001010     88  WS-ROW-IS-VALID                       VALUE "Y".
001020 77  WS-DATE-VALID-SWITCH           PIC X(01) VALUE "Y".
001030     88  WS-DATE-IS-VALID                      VALUE "Y".
001031 77  WS-PEND-EOF-SWITCH             PIC X(01) VALUE "N".
001032     88  WS-PEND-END-OF-FILE                   VALUE "Y".
001033 77  WS-RUN-MODE                    PIC X(01) VALUE SPACE.
001034     88  WS-ENTER-MODE                         VALUE "E".
001035     88  WS-APPROVE-MODE                       VALUE "A".
001036     88  WS-RUN-MODE-VALID                     VALUE "E", "A".
001037 77  WS-ANSWER-SWITCH               PIC X(01) VALUE "N".
001038     88  WS-ANSWER-VALID                       VALUE "Y".
001039 77  WS-APPROVAL                    PIC X(01) VALUE SPACE.
001040     88  WS-APPROVE-CHANGE                     VALUE "A".
001041     88  WS-REJECT-CHANGE                      VALUE "R".
001042     88  WS-LEAVE-PENDING                      VALUE "0".
001043*----------------------------------------------------------------*
001050*    RUN IDENTIFICATION                                          *
001060*----------------------------------------------------------------*
001070 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001080 77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001090 77  WS-USERID                      PIC X(08) VALUE SPACES.
001100*----------------------------------------------------------------*
001101*    MAKER OF THE CHANGE BEING LOGGED - THIS USER WHEN KEYING,   *
001102*    THE PENDING ITEM'S MAKER WHEN APPROVING                     *
001103*----------------------------------------------------------------*
001104 77  WS-MAKER-ID                    PIC X(08) VALUE SPACES.
001105 77  WS-MAKER-DATE                  PIC 9(08) VALUE ZERO.
001106 77  WS-MAKER-TIME                  PIC 9(08) VALUE ZERO.
001107 77  WS-APPROVER-ID                 PIC X(08) VALUE SPACES.
001108 77  WS-APPROVE-DATE                PIC 9(08) VALUE ZERO.
001109*----------------------------------------------------------------*
001110*    COUNTERS                                                    *
001120*----------------------------------------------------------------*
001130 77  WS-TRAN-COUNT                  PIC 9(08) COMP VALUE ZERO.
001140 77  WS-ACCEPT-COUNT                PIC 9(08) COMP VALUE ZERO.
001150 77  WS-REJECT-COUNT                PIC 9(08) COMP VALUE ZERO.
001151 77  WS-PENDED-COUNT                PIC 9(08) COMP VALUE ZERO.
001152 77  WS-PEND-READ-COUNT             PIC 9(08) COMP VALUE ZERO.
001153 77  WS-APPROVED-COUNT              PIC 9(08) COMP VALUE ZERO.
001154 77  WS-DECLINED-COUNT              PIC 9(08) COMP VALUE ZERO.
001155 77  WS-HELD-COUNT                  PIC 9(08) COMP VALUE ZERO.
001156 77  WS-ENTRY-SEQ                   PIC 9(04) VALUE ZERO.
001160*----------------------------------------------------------------*
001170*    MASTER ROW TABLE - THE OLD FILE'S ROWS PLUS THE ACCEPTED    *
001180*    TRANSACTIONS, WRITTEN BACK OUT AS THE NEW MASTER.           *
001430 77  WS-REASON                      PIC X(30) VALUE SPACES.
001440 77  WS-OLD-STATUS                  PIC X(01) VALUE SPACE.
001450*----------------------------------------------------------------*
001451*    PROPOSED ROW - READ FROM SETMTRAN WHEN KEYING, TAKEN FROM   *
001452*    THE PENDING ITEM'S IMAGE WHEN APPROVING                     *
001453*----------------------------------------------------------------*
001454 01  TRN-RECORD.
001455     05  TRN-SET-ID                     PIC X(10).
001456     05  TRN-BRANCH                     PIC X(06).
001457     05  TRN-DESC                       PIC X(30).
001458     05  TRN-STATUS                     PIC X(01).
001459     05  TRN-OPEN-DATE                  PIC 9(08).
001460     05  TRN-CLOSE-DATE                 PIC 9(08).
001461     05  FILLER                         PIC X(17).
001462*----------------------------------------------------------------*
001463*    OUTPUT IMAGE FOR THE NEW MASTER FILE                        *
001470*----------------------------------------------------------------*
001480 01  WS-SETM-OUT-RECORD.
001490     05  WSM-SET-ID                 PIC X(10).
001720     05  FILLER                     PIC X(05) VALUE SPACES.
001730     05  FILLER                     PIC X(09) VALUE "USERID : ".
001740     05  WS-HDG-USERID              PIC X(08).
001742     05  FILLER                     PIC X(05) VALUE SPACES.
001744     05  FILLER                     PIC X(07) VALUE "MODE : ".
001746     05  WS-HDG-MODE                PIC X(07).
001750 01  WS-REPORT-COLUMN-HDGS.
001760     05  FILLER                     PIC X(10) VALUE "SET ID    ".
001770     05  FILLER                     PIC X(02) VALUE SPACES.
001840     05  FILLER                     PIC X(08) VALUE "CLOSED  ".
001850     05  FILLER                     PIC X(02) VALUE SPACES.
001860     05  FILLER                     PIC X(42) VALUE "DISPOSITION".
001862     05  FILLER                     PIC X(02) VALUE SPACES.
001864     05  FILLER                     PIC X(08) VALUE "MAKER   ".
001870 01  WS-DETAIL-LINE.
001880     05  WS-DTL-SET-ID              PIC X(10).
001890     05  FILLER                     PIC X(02) VALUE SPACES.
001960     05  WS-DTL-CLOSE               PIC 9(08).
001970     05  FILLER                     PIC X(02) VALUE SPACES.
001980     05  WS-DTL-DISP                PIC X(42).
001982     05  FILLER                     PIC X(02) VALUE SPACES.
001984     05  WS-DTL-MAKER               PIC X(08).
001990 01  WS-FOOTER-LINE.
002000     05  FILLER                     PIC X(01) VALUE SPACE.
002010     05  FILLER                     PIC X(24)
002070     05  FILLER                     PIC X(05) VALUE SPACES.
002080     05  FILLER                     PIC X(11) VALUE "REJECTED = ".
002090     05  WS-FTR-REJECT              PIC ZZZZZ9.
002091 01  WS-FOOTER-LINE-2.
002092     05  FILLER                     PIC X(01) VALUE SPACE.
002093     05  FILLER                     PIC X(24)
002094             VALUE "HELD FOR APPROVAL       ".
002095     05  WS-FTR-PENDED              PIC ZZZZZ9.
002096     05  FILLER                     PIC X(05) VALUE SPACES.
002097     05  FILLER                     PIC X(11) VALUE "APPROVED = ".
002098     05  WS-FTR-APPROVED            PIC ZZZZZ9.
002099     05  FILLER                     PIC X(05) VALUE SPACES.
002100     05  FILLER                     PIC X(11) VALUE "DECLINED = ".
002101     05  WS-FTR-DECLINED            PIC ZZZZZ9.
002102     05  FILLER                     PIC X(05) VALUE SPACES.
002103     05  FILLER                     PIC X(15)
002104             VALUE "LEFT PENDING = ".
002105     05  WS-FTR-HELD                PIC ZZZZZ9.
002106 01  WS-MASTER-LINE.
002110     05  FILLER                     PIC X(01) VALUE SPACE.
002120     05  FILLER                     PIC X(24)
002130             VALUE "ROWS ON NEW MASTER      ".
002180*----------------------------------------------------------------*
002190 0000-MAINLINE-RTN.
002200     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
002210     IF WS-ENTER-MODE
002212         PERFORM 2000-PROCESS-RTN THRU 2000-EXIT
002214             UNTIL WS-END-OF-FILE
002216     ELSE
002218         PERFORM 3000-APPROVE-RTN THRU 3000-EXIT
002220             UNTIL WS-PEND-END-OF-FILE
002222     END-IF.
002230     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
002240     STOP RUN.
002250 0000-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------*
002280*    1000-INITIALIZE-RTN - ENTER MODE TAKES PROPOSED ROWS FROM   *
002282*    SETMTRAN AND HOLDS THEM ON THE PENDING FILE; APPROVE MODE   *
002284*    WORKS THE PENDING FILE.  AN APPROVER MUST BE IDENTIFIED.    *
002290*----------------------------------------------------------------*
002300 1000-INITIALIZE-RTN.
002310     DISPLAY "SETMMNT - SET MASTER MAINTENANCE".
002350     IF WS-USERID = SPACES
002360         MOVE "UNKNOWN" TO WS-USERID
002370     END-IF.
002371     PERFORM 1050-GET-RUN-MODE-RTN THRU 1050-EXIT
002372         UNTIL WS-RUN-MODE-VALID.
002373     IF WS-APPROVE-MODE AND WS-USERID = "UNKNOWN"
002374         DISPLAY "SETMMNT - APPROVAL REFUSED - USERID UNKNOWN"
002375         STOP RUN
002376     END-IF.
002380     PERFORM 1100-LOAD-MASTER-RTN THRU 1100-EXIT.
002390     IF WS-ENTER-MODE
002400         PERFORM 1200-OPEN-ENTER-FILES-RTN THRU 1200-EXIT
002410     ELSE
002420         PERFORM 1250-OPEN-APPROVE-FILES-RTN THRU 1250-EXIT
002440     END-IF.
002450     OPEN OUTPUT SETMRPT.
002460     IF WS-RPT-STATUS NOT = "00"
002510     PERFORM 1300-OPEN-LOG-RTN THRU 1300-EXIT.
002520     PERFORM 1400-WRITE-REPORT-HEADINGS-RTN THRU 1400-EXIT.
002530 1000-EXIT.
002531     EXIT.
002532 1050-GET-RUN-MODE-RTN.
002533     DISPLAY "RUN MODE - E = ENTER CHANGES, "
002534         "A = APPROVE PENDING ? ".
002535     ACCEPT WS-RUN-MODE FROM CONSOLE.
002536     IF NOT WS-RUN-MODE-VALID
002537         DISPLAY "INVALID MODE - " WS-RUN-MODE
002538     END-IF.
002539 1050-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------*
002560*    1100-LOAD-MASTER-RTN - THE CURRENT FILE'S ROWS INTO THE     *
002920     MOVE SETM-CLOSE-DATE TO WS-ST-CLOSE-DATE(WS-ST-COUNT).
002930 1120-EXIT.
002940     EXIT.
002941*----------------------------------------------------------------*
002942*    1200-OPEN-ENTER-FILES-RTN - KEYED ROWS ARE APPENDED TO THE  *
002943*    PENDING FILE; NO FILE YET JUST MEANS NOTHING IS PENDING.    *
002944*----------------------------------------------------------------*
002945 1200-OPEN-ENTER-FILES-RTN.
002946     OPEN INPUT SETMTRAN.
002947     IF WS-TRAN-STATUS NOT = "00"
002948         DISPLAY "SETMMNT - UNABLE TO OPEN SETMTRAN - "
002949             "STATUS " WS-TRAN-STATUS
002950         STOP RUN
002951     END-IF.
002952     OPEN EXTEND SETMPEND.
002953     IF WS-PEND-STATUS NOT = "00"
002954         OPEN OUTPUT SETMPEND
002955     END-IF.
002956     IF WS-PEND-STATUS NOT = "00"
002957         DISPLAY "SETMMNT - UNABLE TO OPEN SETMPEND - "
002958             "STATUS " WS-PEND-STATUS
002959         STOP RUN
002960     END-IF.
002961 1200-EXIT.
002962     EXIT.
002963*----------------------------------------------------------------*
002964*    1250-OPEN-APPROVE-FILES-RTN - ITEMS NOT DECIDED THIS        *
002965*    SESSION ARE CARRIED FORWARD TO SETMPNDN.  EVERY DECIDED     *
002966*    ITEM IS APPENDED TO SETMDECD.                               *
002967*----------------------------------------------------------------*
002968 1250-OPEN-APPROVE-FILES-RTN.
002969     OPEN INPUT SETMPEND.
002970     IF WS-PEND-STATUS NOT = "00"
002971         DISPLAY "SETMMNT - NO PENDING CHANGES TO APPROVE"
002972         MOVE "Y" TO WS-PEND-EOF-SWITCH
002973     END-IF.
002974     OPEN OUTPUT SETMPNDN.
002975     IF WS-PNDN-STATUS NOT = "00"
002976         DISPLAY "SETMMNT - UNABLE TO OPEN SETMPNDN - "
002977             "STATUS " WS-PNDN-STATUS
002978         STOP RUN
002979     END-IF.
002980     OPEN EXTEND SETMDECD.
002981     IF WS-PDEC-STATUS NOT = "00"
002982         OPEN OUTPUT SETMDECD
002983     END-IF.
002984     IF WS-PDEC-STATUS NOT = "00"
002985         DISPLAY "SETMMNT - UNABLE TO OPEN SETMDECD - "
002986             "STATUS " WS-PDEC-STATUS
002987         STOP RUN
002988     END-IF.
002989 1250-EXIT.
002990     EXIT.
002991 1300-OPEN-LOG-RTN.
002992     OPEN EXTEND SETMLOG.
002993     IF WS-LOG-STATUS NOT = "00"
002994         OPEN OUTPUT SETMLOG
002995     END-IF.
003000 1300-EXIT.
003010     EXIT.
003020 1400-WRITE-REPORT-HEADINGS-RTN.
003030     MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
003040     MOVE WS-CURRENT-TIME TO WS-HDG-TIME.
003050     MOVE WS-USERID TO WS-HDG-USERID.
003052     IF WS-ENTER-MODE
003054         MOVE "ENTER" TO WS-HDG-MODE
003056     ELSE
003058         MOVE "APPROVE" TO WS-HDG-MODE
003059     END-IF.
003060     WRITE RPT-RECORD FROM WS-REPORT-HEADING-1.
003070     WRITE RPT-RECORD FROM WS-REPORT-HEADING-2.
003080     MOVE SPACES TO RPT-RECORD.
003190         ADD 1 TO WS-TRAN-COUNT
003200         PERFORM 2200-VALIDATE-ROW-RTN THRU 2200-EXIT
003210         IF WS-ROW-IS-VALID
003220             PERFORM 2600-HOLD-ROW-RTN THRU 2600-EXIT
003230         ELSE
003240             ADD 1 TO WS-REJECT-COUNT
003250             PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT
003280 2000-EXIT.
003290     EXIT.
003300 2100-READ-TRAN-RTN.
003310     READ SETMTRAN INTO TRN-RECORD
003320         AT END
003330             MOVE "Y" TO WS-EOF-SWITCH
003340     END-READ.
003342     IF NOT WS-END-OF-FILE
003344         MOVE WS-USERID TO WS-MAKER-ID
003346     END-IF.
003350 2100-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------*
005090     EXIT.
005100 2410-WRITE-LOG-RTN.
005110     MOVE SPACES TO SMLOG-RECORD.
005120     MOVE WS-MAKER-DATE TO SMLOG-CHANGE-DATE.
005130     MOVE WS-MAKER-TIME TO SMLOG-CHANGE-TIME.
005140     MOVE WS-MAKER-ID TO SMLOG-USERID.
005150     MOVE TRN-SET-ID TO SMLOG-SET-ID.
005160     MOVE WS-OLD-STATUS TO SMLOG-OLD-STATUS.
005170     MOVE TRN-STATUS TO SMLOG-NEW-STATUS.
005180     MOVE TRN-BRANCH TO SMLOG-NEW-BRANCH.
005190     MOVE TRN-OPEN-DATE TO SMLOG-NEW-OPEN-DATE.
005200     MOVE TRN-CLOSE-DATE TO SMLOG-NEW-CLOSE-DATE.
005202     MOVE WS-APPROVER-ID TO SMLOG-APPROVER-ID.
005204     MOVE WS-APPROVE-DATE TO SMLOG-APPROVE-DATE.
005210     WRITE SMLOG-RECORD.
005220 2410-EXIT.
005230     EXIT.
005350                WS-REASON DELIMITED BY SIZE
005360             INTO WS-DTL-DISP
005370     END-IF.
005372     MOVE WS-MAKER-ID TO WS-DTL-MAKER.
005380     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
005390 2500-EXIT.
005400     EXIT.
005480     MOVE WS-ACCEPT-COUNT TO WS-FTR-ACCEPT.
005490     MOVE WS-REJECT-COUNT TO WS-FTR-REJECT.
005500     WRITE RPT-RECORD FROM WS-FOOTER-LINE.
005502     MOVE WS-PENDED-COUNT TO WS-FTR-PENDED.
005503     MOVE WS-APPROVED-COUNT TO WS-FTR-APPROVED.
005504     MOVE WS-DECLINED-COUNT TO WS-FTR-DECLINED.
005505     MOVE WS-HELD-COUNT TO WS-FTR-HELD.
005506     WRITE RPT-RECORD FROM WS-FOOTER-LINE-2.
005510     MOVE WS-ST-COUNT TO WS-MST-COUNT.
005520     WRITE RPT-RECORD FROM WS-MASTER-LINE.
005530     PERFORM 8100-WRITE-NEW-MASTER-RTN THRU 8100-EXIT.
005531     IF WS-ENTER-MODE
005532         CLOSE SETMTRAN
005533         CLOSE SETMPEND
005534     ELSE
005535         IF WS-PEND-STATUS = "00" OR WS-PEND-STATUS = "10"
005536             CLOSE SETMPEND
005537         END-IF
005538         CLOSE SETMPNDN
005539         CLOSE SETMDECD
005540     END-IF.
005550     CLOSE SETMRPT.
005560     CLOSE SETMLOG.
005562     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
005570     DISPLAY "SETMMNT - MAINTENANCE COMPLETE - "
005580         WS-ACCEPT-COUNT " ROW(S) ACCEPTED, "
005590         WS-REJECT-COUNT " ROW(S) REJECTED".
005591     IF WS-ENTER-MODE
005592         DISPLAY "SETMMNT - " WS-PENDED-COUNT
005593             " ROW(S) HELD FOR APPROVAL ON SETMPEND"
005594     ELSE
005595         DISPLAY "REPLACE SETMPEND WITH SETMPNDN TO CARRY THE"
005596         DISPLAY "UNDECIDED CHANGES FORWARD."
005597     END-IF.
005600 8000-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------*
005630*    8100-WRITE-NEW-MASTER-RTN - OLD ROWS PLUS ACCEPTED ONES,    *
005640*    IN TABLE ORDER.  CONDITIONALS MATCHES ROWS BY SET ID, NOT   *
005650*    FILE ORDER, SO NO SORT IS NEEDED.  AN ENTER-MODE RUN        *
005652*    WRITES THE MASTER UNCHANGED SO THE COPY-FORWARD STEP IS     *
005654*    THE SAME IN EITHER MODE.                                    *
005660*----------------------------------------------------------------*
005670 8100-WRITE-NEW-MASTER-RTN.
005680     OPEN OUTPUT SETMNEW.
006300     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
006310     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
006320     ACCEPT RLOG-END-TIME FROM TIME.
006321     IF WS-ENTER-MODE
006322         MOVE "MAINT" TO RLOG-MODE
006323         MOVE WS-TRAN-COUNT TO RLOG-IN-COUNT
006324         MOVE WS-PENDED-COUNT TO RLOG-OUT-COUNT
006325     ELSE
006326         MOVE "APPROVE" TO RLOG-MODE
006327         MOVE WS-PEND-READ-COUNT TO RLOG-IN-COUNT
006328         MOVE WS-ACCEPT-COUNT TO RLOG-OUT-COUNT
006329         MOVE WS-APPROVED-COUNT TO RLOG-APPROVED-COUNT
006330         MOVE WS-DECLINED-COUNT TO RLOG-DECLINED-COUNT
006331     END-IF.
006360     MOVE WS-REJECT-COUNT TO RLOG-SUSP-COUNT.
006370     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
006380     WRITE RLOG-RECORD.
006390     CLOSE RUNLOG.
006400 9000-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------*
006430*    2600-HOLD-ROW-RTN - A VALID KEYED ROW GOES TO THE PENDING   *
006440*    FILE, NOT THE TABLE.  IT REACHES THE MASTER AND THE CHANGE  *
006450*    LOG ONLY WHEN A DIFFERENT USER APPROVES IT.                 *
006460*----------------------------------------------------------------*
006470 2600-HOLD-ROW-RTN.
006480     ADD 1 TO WS-PENDED-COUNT.
006490     ADD 1 TO WS-ENTRY-SEQ.
006500     MOVE SPACES TO PND-RECORD.
006510     MOVE WS-CURRENT-DATE TO PND-ENTRY-DATE.
006520     MOVE WS-CURRENT-TIME TO PND-ENTRY-TIME.
006530     MOVE WS-ENTRY-SEQ TO PND-ENTRY-SEQ.
006540     MOVE "SETMMNT" TO PND-PROGRAM.
006550     MOVE "P" TO PND-STATUS.
006560     MOVE WS-USERID TO PND-MAKER-ID.
006570     MOVE ZERO TO PND-CHECK-DATE PND-CHECK-TIME.
006580     MOVE TRN-RECORD TO PND-IMAGE.
006590     WRITE PND-RECORD.
006600     MOVE "HELD FOR APPROVAL" TO WS-REASON.
006610     PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT.
006620 2600-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------*
006650*    3000-APPROVE-RTN - ONE PASS PER PENDING ITEM.  THE MAKER'S  *
006660*    OWN ITEMS ARE NOT OFFERED.  AN APPROVED ROW IS VALIDATED    *
006670*    AGAIN AND TAKEN THROUGH THE NORMAL ACCEPT PATH; A DECLINED  *
006680*    ROW IS NOT APPLIED; ANYTHING ELSE IS CARRIED FORWARD.       *
006690*    EVERY APPROVED OR DECLINED ITEM IS RECORDED ON SETMDECD,    *
006700*    AND AN APPROVED ROW THAT FAILS RE-VALIDATION IS RECORDED    *
006710*    THERE AS REJECTED.                                          *
006720*----------------------------------------------------------------*
006730 3000-APPROVE-RTN.
006740     READ SETMPEND
006750         AT END
006760             MOVE "Y" TO WS-PEND-EOF-SWITCH
006770     END-READ.
006780     IF WS-PEND-END-OF-FILE
006790         GO TO 3000-EXIT.
006800     IF NOT PND-PENDING
006810         GO TO 3000-EXIT.
006820     ADD 1 TO WS-PEND-READ-COUNT.
006830     MOVE PND-IMAGE TO TRN-RECORD.
006840     MOVE PND-MAKER-ID TO WS-MAKER-ID.
006850     MOVE PND-ENTRY-DATE TO WS-MAKER-DATE.
006860     MOVE PND-ENTRY-TIME TO WS-MAKER-TIME.
006870     MOVE "Y" TO WS-ROW-VALID-SWITCH.
006880     IF PND-MAKER-ID = WS-USERID
006890         ADD 1 TO WS-HELD-COUNT
006900         MOVE "OWN CHANGE - LEFT PENDING" TO WS-REASON
006910         PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT
006920         WRITE PNDN-RECORD FROM PND-RECORD
006930         GO TO 3000-EXIT.
006940     DISPLAY " ".
006950     DISPLAY "PENDING ROW ENTERED BY " PND-MAKER-ID
006960         " ON " PND-ENTRY-DATE " " PND-ENTRY-TIME.
006970     DISPLAY "  SET " TRN-SET-ID "  BRANCH " TRN-BRANCH
006980         "  STATUS " TRN-STATUS "  OPEN " TRN-OPEN-DATE
006990         "  CLOSE " TRN-CLOSE-DATE.
007000     DISPLAY "  " TRN-DESC.
007010     MOVE "N" TO WS-ANSWER-SWITCH.
007020     PERFORM 3100-GET-APPROVAL-RTN THRU 3100-EXIT
007030         UNTIL WS-ANSWER-VALID.
007040     IF WS-LEAVE-PENDING
007050         ADD 1 TO WS-HELD-COUNT
007060         MOVE "LEFT PENDING" TO WS-REASON
007070         PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT
007080         WRITE PNDN-RECORD FROM PND-RECORD
007090         GO TO 3000-EXIT.
007100     IF WS-REJECT-CHANGE
007110         ADD 1 TO WS-DECLINED-COUNT
007120         MOVE "R" TO PND-STATUS
007130         PERFORM 3200-RECORD-DECISION-RTN THRU 3200-EXIT
007140         MOVE "DECLINED BY APPROVER" TO WS-REASON
007150         PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT
007160         GO TO 3000-EXIT.
007170     PERFORM 2200-VALIDATE-ROW-RTN THRU 2200-EXIT.
007180     IF NOT WS-ROW-IS-VALID
007190         ADD 1 TO WS-REJECT-COUNT
007200         MOVE "R" TO PND-STATUS
007210         PERFORM 3200-RECORD-DECISION-RTN THRU 3200-EXIT
007220         PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT
007230         GO TO 3000-EXIT.
007240     ADD 1 TO WS-APPROVED-COUNT.
007250     MOVE "A" TO PND-STATUS.
007260     PERFORM 3200-RECORD-DECISION-RTN THRU 3200-EXIT.
007270     MOVE WS-USERID TO WS-APPROVER-ID.
007280     MOVE WS-CURRENT-DATE TO WS-APPROVE-DATE.
007290     PERFORM 2400-ACCEPT-ROW-RTN THRU 2400-EXIT.
007300 3000-EXIT.
007310     EXIT.
007320 3100-GET-APPROVAL-RTN.
007330     DISPLAY "A = APPROVE, R = REJECT, 0 = LEAVE PENDING ? ".
007340     ACCEPT WS-APPROVAL FROM CONSOLE.
007350     IF WS-APPROVE-CHANGE OR WS-REJECT-CHANGE OR WS-LEAVE-PENDING
007360         MOVE "Y" TO WS-ANSWER-SWITCH
007370     ELSE
007380         DISPLAY "INVALID ANSWER - " WS-APPROVAL
007390     END-IF.
007400 3100-EXIT.
007410     EXIT.
007420*----------------------------------------------------------------*
007430*    3200-RECORD-DECISION-RTN - STAMP THE CHECKER AND THE DATE   *
007440*    AND TIME OF THE DECISION ON THE ITEM (STATUS A OR R IS SET  *
007450*    BY THE CALLER) AND APPEND IT TO THE DECIDED-ITEMS FILE.     *
007460*----------------------------------------------------------------*
007470 3200-RECORD-DECISION-RTN.
007480     MOVE WS-USERID TO PND-CHECKER-ID.
007490     MOVE WS-CURRENT-DATE TO PND-CHECK-DATE.
007500     MOVE WS-CURRENT-TIME TO PND-CHECK-TIME.
007510     WRITE PDEC-RECORD FROM PND-RECORD.
007520 3200-EXIT.
007530     EXIT.
