000010*****************************************************************
000020*                                                               *
000030*    PROGRAM      CALMNT                                      *
000040*    FUNCTION     MAINTENANCE FOR THE BUSINESS-DAY CALENDAR   *
000050*                 FILE.  VALIDATES EACH PROPOSED ROW (A REAL  *
000060*                 DATE, TYPE H, B OR D, A DESCRIPTION ON AN   *
000070*                 H OR B ROW), WRITES THE UPDATED CALENDAR TO *
000080*                 CALNEW, AND LOGS EVERY ACCEPTED ROW (WHO,   *
000090*                 WHEN, OLD AND NEW TYPE) TO THE CHANGE LOG,  *
000100*                 SO THE HOLIDAYS THE AGING, ALERTING, FEED   *
000110*                 AND EXTRACT JOBS COUNT AROUND ARE KEPT WITH *
000120*                 THE SAME DISCIPLINE AS THE SET MASTER.      *
000130*                                                               *
000140*****************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. CALMNT.
000170 AUTHOR. R T MEEKS.
000180 INSTALLATION. RECONCILIATION SYSTEMS UNIT.
000190 DATE-WRITTEN. 10/15/2026.
000200 DATE-COMPILED.
000210*****************************************************************
000220*    MODIFICATION HISTORY                                      *
000230*    DATE        INIT   DESCRIPTION                            *
000240*    10/15/2026  RTM    ORIGINAL VERSION.  EVERY JOB COUNTED  *
000250*                       CALENDAR DAYS, SO A LONG WEEKEND AGED *
000260*                       THE TIE WORKLIST INTO ESCALATION AND  *
000270*                       DRAGGED THE ALERTING BASELINE DOWN.   *
000280*                       PROPOSED ROWS NOW COME IN ON CALTRAN, *
000290*                       ARE VALIDATED AND REPORTED ON CALRPT, *
000300*                       AND ONLY ACCEPTED ROWS REACH THE NEW  *
000310*                       CALENDAR AND THE CHANGE LOG.  A ROW   *
000320*                       FOR A DATE ALREADY ON THE CALENDAR    *
000330*                       REPLACES IT; TYPE D REMOVES IT.       *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CALFILE ASSIGN TO "CALFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CAL-STATUS.
000440     SELECT CALTRAN ASSIGN TO "CALTRAN"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-TRAN-STATUS.
000470     SELECT CALNEW ASSIGN TO "CALNEW"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-NEW-STATUS.
000500     SELECT CALLOG ASSIGN TO "CALLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-LOG-STATUS.
000530     SELECT CALRPT ASSIGN TO "CALRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-STATUS.
000560     SELECT RUNLOG ASSIGN TO "RUNLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RLOG-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CALFILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY CALREC.
000640 FD  CALTRAN
000650     LABEL RECORDS ARE STANDARD.
000660 01  TRN-RECORD.
000670     05  TRN-CAL-DATE                   PIC 9(08).
000680     05  TRN-DAY-TYPE                   PIC X(01).
000690     05  TRN-DESC                       PIC X(30).
000700     05  FILLER                         PIC X(41).
000710 FD  CALNEW
000720     LABEL RECORDS ARE STANDARD.
000730 01  CNEW-RECORD                    PIC X(80).
000740 FD  CALLOG
000750     LABEL RECORDS ARE STANDARD.
000760 COPY CLOGREC.
000770 FD  CALRPT
000780     LABEL RECORDS ARE STANDARD.
000790 01  RPT-RECORD                     PIC X(132).
000800 FD  RUNLOG
000810     LABEL RECORDS ARE STANDARD.
000820 COPY RLOGREC.
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------*
000850*    FILE STATUS FIELDS                                          *
000860*----------------------------------------------------------------*
000870 77  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
000880 77  WS-TRAN-STATUS                 PIC X(02) VALUE SPACES.
000890 77  WS-NEW-STATUS                  PIC X(02) VALUE SPACES.
000900 77  WS-LOG-STATUS                  PIC X(02) VALUE SPACES.
000910 77  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
000920 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
000930 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
000940*----------------------------------------------------------------*
000950*    SWITCHES                                                    *
000960*----------------------------------------------------------------*
000970 77  WS-EOF-SWITCH                  PIC X(01) VALUE "N".
000980     88  WS-END-OF-FILE                        VALUE "Y".
000990 77  WS-CAL-EOF-SWITCH              PIC X(01) VALUE "N".
001000     88  WS-CAL-END-OF-FILE                    VALUE "Y".
001010 77  WS-ROW-VALID-SWITCH            PIC X(01) VALUE "Y".
001020     88  WS-ROW-IS-VALID                       VALUE "Y".
001030 77  WS-DATE-VALID-SWITCH           PIC X(01) VALUE "Y".
001040     88  WS-DATE-IS-VALID                      VALUE "Y".
001050*----------------------------------------------------------------*
001060*    RUN IDENTIFICATION                                          *
001070*----------------------------------------------------------------*
001080 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001090 77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001100 77  WS-USERID                      PIC X(08) VALUE SPACES.
001110*----------------------------------------------------------------*
001120*    COUNTERS                                                    *
001130*----------------------------------------------------------------*
001140 77  WS-TRAN-COUNT                  PIC 9(08) COMP VALUE ZERO.
001150 77  WS-ACCEPT-COUNT                PIC 9(08) COMP VALUE ZERO.
001160 77  WS-REJECT-COUNT                PIC 9(08) COMP VALUE ZERO.
001170 77  WS-NEW-COUNT                   PIC 9(08) COMP VALUE ZERO.
001180*----------------------------------------------------------------*
001190*    CALENDAR ROW TABLE - THE OLD FILE'S ROWS PLUS THE ACCEPTED  *
001200*    TRANSACTIONS, WRITTEN BACK OUT AS THE NEW CALENDAR.  A      *
001210*    REMOVED ROW STAYS IN THE TABLE WITH TYPE D AND IS PASSED    *
001220*    OVER WHEN THE NEW FILE IS WRITTEN.                          *
001230*----------------------------------------------------------------*
001240 77  WS-CT-TABLE-MAX                PIC 9(04) COMP VALUE 0500.
001250 77  WS-CT-COUNT                    PIC 9(04) COMP VALUE ZERO.
001260 77  WS-CT-IDX                      PIC 9(04) COMP VALUE ZERO.
001270 77  WS-DUP-IDX                     PIC 9(04) COMP VALUE ZERO.
001280 01  WS-CAL-TABLE.
001290     05  WS-CT-ENTRY OCCURS 500 TIMES.
001300         10  WS-CT-DATE             PIC 9(08).
001310         10  WS-CT-TYPE             PIC X(01).
001320         10  WS-CT-DESC             PIC X(30).
001330*----------------------------------------------------------------*
001340*    DATE VALIDATION WORK FIELDS                                 *
001350*----------------------------------------------------------------*
001360 01  WS-VAL-DATE                    PIC 9(08) VALUE ZERO.
001370 01  WS-VAL-DATE-R REDEFINES WS-VAL-DATE.
001380     05  WS-VAL-YYYY                PIC 9(04).
001390     05  WS-VAL-MM                  PIC 9(02).
001400     05  WS-VAL-DD                  PIC 9(02).
001410 77  WS-MONTH-DAYS                  PIC 9(02) VALUE ZERO.
001420 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
001430 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE ZERO.
001440 77  WS-REASON                      PIC X(30) VALUE SPACES.
001450 77  WS-OLD-TYPE                    PIC X(01) VALUE SPACE.
001460*----------------------------------------------------------------*
001470*    OUTPUT IMAGE FOR THE NEW CALENDAR FILE                      *
001480*----------------------------------------------------------------*
001490 01  WS-CAL-OUT-RECORD.
001500     05  WSC-DATE                   PIC 9(08).
001510     05  WSC-DAY-TYPE               PIC X(01).
001520     05  WSC-DESC                   PIC X(30).
001530     05  FILLER                     PIC X(41) VALUE SPACES.
001540*----------------------------------------------------------------*
001550*    REPORT LINE LAYOUTS                                         *
001560*----------------------------------------------------------------*
001570 01  WS-REPORT-HEADING-1.
001580     05  FILLER                     PIC X(01) VALUE SPACE.
001590     05  FILLER                     PIC X(40)
001600             VALUE "BUSINESS-DAY CALENDAR MAINTENANCE REPORT".
001610     05  FILLER                     PIC X(10) VALUE SPACES.
001620     05  FILLER                     PIC X(11) VALUE "RUN DATE : ".
001630     05  WS-HDG-DATE                PIC 9(08).
001640 01  WS-REPORT-HEADING-2.
001650     05  FILLER                     PIC X(01) VALUE SPACE.
001660     05  FILLER                     PIC X(11) VALUE "PROGRAM : ".
001670     05  FILLER                     PIC X(15) VALUE "CALMNT".
001680     05  FILLER                     PIC X(11) VALUE "RUN TIME : ".
001690     05  WS-HDG-TIME                PIC 9(08).
001700     05  FILLER                     PIC X(05) VALUE SPACES.
001710     05  FILLER                     PIC X(09) VALUE "USERID : ".
001720     05  WS-HDG-USERID              PIC X(08).
001730 01  WS-REPORT-COLUMN-HDGS.
001740     05  FILLER                     PIC X(08) VALUE "DATE    ".
001750     05  FILLER                     PIC X(02) VALUE SPACES.
001760     05  FILLER                     PIC X(02) VALUE "TY".
001770     05  FILLER                     PIC X(02) VALUE SPACES.
001780     05  FILLER                     PIC X(30) VALUE "DESCRIPTION".
001790     05  FILLER                     PIC X(02) VALUE SPACES.
001800     05  FILLER                     PIC X(42) VALUE "DISPOSITION".
001810 01  WS-DETAIL-LINE.
001820     05  WS-DTL-DATE                PIC X(08).
001830     05  FILLER                     PIC X(02) VALUE SPACES.
001840     05  WS-DTL-TYPE                PIC X(01).
001850     05  FILLER                     PIC X(03) VALUE SPACES.
001860     05  WS-DTL-DESC                PIC X(30).
001870     05  FILLER                     PIC X(02) VALUE SPACES.
001880     05  WS-DTL-DISP                PIC X(42).
001890 01  WS-FOOTER-LINE.
001900     05  FILLER                     PIC X(01) VALUE SPACE.
001910     05  FILLER                     PIC X(24)
001920             VALUE "ROWS PROPOSED           ".
001930     05  WS-FTR-TRANS               PIC ZZZZZ9.
001940     05  FILLER                     PIC X(05) VALUE SPACES.
001950     05  FILLER                     PIC X(11) VALUE "ACCEPTED = ".
001960     05  WS-FTR-ACCEPT              PIC ZZZZZ9.
001970     05  FILLER                     PIC X(05) VALUE SPACES.
001980     05  FILLER                     PIC X(11) VALUE "REJECTED = ".
001990     05  WS-FTR-REJECT              PIC ZZZZZ9.
002000 01  WS-MASTER-LINE.
002010     05  FILLER                     PIC X(01) VALUE SPACE.
002020     05  FILLER                     PIC X(24)
002030             VALUE "ROWS ON NEW CALENDAR    ".
002040     05  WS-MST-COUNT               PIC ZZZZZ9.
002050 PROCEDURE DIVISION.
002060*----------------------------------------------------------------*
002070*    0000-MAINLINE-RTN                                           *
002080*----------------------------------------------------------------*
002090 0000-MAINLINE-RTN.
002100     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
002110     PERFORM 2000-PROCESS-RTN THRU 2000-EXIT
002120         UNTIL WS-END-OF-FILE.
002130     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
002140     STOP RUN.
002150 0000-EXIT.
002160     EXIT.
002170*----------------------------------------------------------------*
002180*    1000-INITIALIZE-RTN                                         *
002190*----------------------------------------------------------------*
002200 1000-INITIALIZE-RTN.
002210     DISPLAY "CALMNT - BUSINESS-DAY CALENDAR MAINTENANCE".
002220     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002230     ACCEPT WS-CURRENT-TIME FROM TIME.
002240     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
002250     IF WS-USERID = SPACES
002260         MOVE "UNKNOWN" TO WS-USERID
002270     END-IF.
002280     PERFORM 1100-LOAD-CALENDAR-RTN THRU 1100-EXIT.
002290     OPEN INPUT CALTRAN.
002300     IF WS-TRAN-STATUS NOT = "00"
002310         DISPLAY "CALMNT - UNABLE TO OPEN CALTRAN - "
002320             "STATUS " WS-TRAN-STATUS
002330         STOP RUN
002340     END-IF.
002350     OPEN OUTPUT CALRPT.
002360     IF WS-RPT-STATUS NOT = "00"
002370         DISPLAY "CALMNT - UNABLE TO OPEN CALRPT - "
002380             "STATUS " WS-RPT-STATUS
002390         STOP RUN
002400     END-IF.
002410     PERFORM 1300-OPEN-LOG-RTN THRU 1300-EXIT.
002420     PERFORM 1400-WRITE-REPORT-HEADINGS-RTN THRU 1400-EXIT.
002430 1000-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------*
002460*    1100-LOAD-CALENDAR-RTN - THE CURRENT FILE'S ROWS INTO THE   *
002470*    TABLE.  NO FILE YET JUST MEANS A FIRST LOAD.                *
002480*----------------------------------------------------------------*
002490 1100-LOAD-CALENDAR-RTN.
002500     OPEN INPUT CALFILE.
002510     IF WS-CAL-STATUS NOT = "00"
002520         DISPLAY "CALMNT - NO CURRENT CALFILE - STARTING EMPTY"
002530         GO TO 1100-EXIT
002540     END-IF.
002550     PERFORM 1110-READ-CALENDAR-RTN THRU 1110-EXIT
002560         UNTIL WS-CAL-END-OF-FILE.
002570     CLOSE CALFILE.
002580 1100-EXIT.
002590     EXIT.
002600 1110-READ-CALENDAR-RTN.
002610     READ CALFILE
002620         AT END
002630             MOVE "Y" TO WS-CAL-EOF-SWITCH
002640     END-READ.
002650     IF NOT WS-CAL-END-OF-FILE
002660         PERFORM 1120-ADD-CALENDAR-ROW-RTN THRU 1120-EXIT
002670     END-IF.
002680 1110-EXIT.
002690     EXIT.
002700 1120-ADD-CALENDAR-ROW-RTN.
002710     IF WS-CT-COUNT >= WS-CT-TABLE-MAX
002720         DISPLAY "CALMNT - CALENDAR TABLE FULL - MORE THAN "
002730             WS-CT-TABLE-MAX " ROWS"
002740         STOP RUN
002750     END-IF.
002760     ADD 1 TO WS-CT-COUNT.
002770     MOVE CAL-DATE TO WS-CT-DATE(WS-CT-COUNT).
002780     MOVE CAL-DAY-TYPE TO WS-CT-TYPE(WS-CT-COUNT).
002790     MOVE CAL-DESC TO WS-CT-DESC(WS-CT-COUNT).
002800 1120-EXIT.
002810     EXIT.
002820 1300-OPEN-LOG-RTN.
002830     OPEN EXTEND CALLOG.
002840     IF WS-LOG-STATUS NOT = "00"
002850         OPEN OUTPUT CALLOG
002860     END-IF.
002861     IF WS-LOG-STATUS NOT = "00"
002862         DISPLAY "CALMNT - UNABLE TO OPEN CALLOG - "
002863             "STATUS " WS-LOG-STATUS
002864         STOP RUN
002865     END-IF.
002870 1300-EXIT.
002880     EXIT.
002890 1400-WRITE-REPORT-HEADINGS-RTN.
002900     MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
002910     MOVE WS-CURRENT-TIME TO WS-HDG-TIME.
002920     MOVE WS-USERID TO WS-HDG-USERID.
002930     WRITE RPT-RECORD FROM WS-REPORT-HEADING-1.
002940     WRITE RPT-RECORD FROM WS-REPORT-HEADING-2.
002950     MOVE SPACES TO RPT-RECORD.
002960     WRITE RPT-RECORD.
002970     WRITE RPT-RECORD FROM WS-REPORT-COLUMN-HDGS.
002980 1400-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------*
003010*    2000-PROCESS-RTN - ONE PASS PER PROPOSED ROW                *
003020*----------------------------------------------------------------*
003030 2000-PROCESS-RTN.
003040     PERFORM 2100-READ-TRAN-RTN THRU 2100-EXIT.
003050     IF NOT WS-END-OF-FILE
003060         ADD 1 TO WS-TRAN-COUNT
003070         PERFORM 2200-VALIDATE-ROW-RTN THRU 2200-EXIT
003080         IF WS-ROW-IS-VALID
003090             PERFORM 2400-ACCEPT-ROW-RTN THRU 2400-EXIT
003100         ELSE
003110             ADD 1 TO WS-REJECT-COUNT
003120             PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT
003130         END-IF
003140     END-IF.
003150 2000-EXIT.
003160     EXIT.
003170 2100-READ-TRAN-RTN.
003180     READ CALTRAN
003190         AT END
003200             MOVE "Y" TO WS-EOF-SWITCH
003210     END-READ.
003220 2100-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------*
003250*    2200-VALIDATE-ROW-RTN - CHECKS RUN IN SEVERITY ORDER AND    *
003260*    THE ROW FAILS ON THE FIRST REASON FOUND, SO THE REPORT      *
003270*    NAMES THE WORST PROBLEM WITH THE ROW.  A D ROW NEEDS NO     *
003280*    DESCRIPTION BUT MUST NAME A DATE THAT IS ON THE CALENDAR.   *
003290*----------------------------------------------------------------*
003300 2200-VALIDATE-ROW-RTN.
003310     MOVE "Y" TO WS-ROW-VALID-SWITCH.
003320     MOVE SPACES TO WS-REASON.
003330     IF TRN-CAL-DATE IS NOT NUMERIC
003340         MOVE "N" TO WS-ROW-VALID-SWITCH
003350         MOVE "DATE NOT NUMERIC" TO WS-REASON
003360         GO TO 2200-EXIT.
003370     MOVE TRN-CAL-DATE TO WS-VAL-DATE.
003380     PERFORM 2300-VALIDATE-DATE-RTN THRU 2300-EXIT.
003390     IF NOT WS-DATE-IS-VALID
003400         MOVE "N" TO WS-ROW-VALID-SWITCH
003410         MOVE "DATE NOT A REAL DATE" TO WS-REASON
003420         GO TO 2200-EXIT.
003430     IF TRN-DAY-TYPE NOT = "H" AND TRN-DAY-TYPE NOT = "B"
003440             AND TRN-DAY-TYPE NOT = "D"
003450         MOVE "N" TO WS-ROW-VALID-SWITCH
003460         MOVE "TYPE NOT H, B OR D" TO WS-REASON
003470         GO TO 2200-EXIT.
003480     IF TRN-DAY-TYPE = "D"
003490         PERFORM 2420-FIND-SAME-DATE-RTN THRU 2420-EXIT
003500         IF WS-DUP-IDX = ZERO
003510             MOVE "N" TO WS-ROW-VALID-SWITCH
003520             MOVE "DATE NOT ON CALENDAR" TO WS-REASON
003530         END-IF
003540         GO TO 2200-EXIT
003550     END-IF.
003560     IF TRN-DESC = SPACES
003570         MOVE "N" TO WS-ROW-VALID-SWITCH
003580         MOVE "DESCRIPTION MISSING" TO WS-REASON
003590         GO TO 2200-EXIT.
003600 2200-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------*
003630*    2300-VALIDATE-DATE-RTN - CALENDAR CHECK ON WS-VAL-DATE,     *
003640*    INCLUDING MONTH LENGTHS AND THE LEAP-YEAR RULE.             *
003650*----------------------------------------------------------------*
003660 2300-VALIDATE-DATE-RTN.
003670     MOVE "Y" TO WS-DATE-VALID-SWITCH.
003680     IF WS-VAL-YYYY < 1990 OR WS-VAL-YYYY > 2099
003690         MOVE "N" TO WS-DATE-VALID-SWITCH
003700         GO TO 2300-EXIT.
003710     IF WS-VAL-MM < 01 OR WS-VAL-MM > 12
003720         MOVE "N" TO WS-DATE-VALID-SWITCH
003730         GO TO 2300-EXIT.
003740     EVALUATE WS-VAL-MM
003750         WHEN 01
003760         WHEN 03
003770         WHEN 05
003780         WHEN 07
003790         WHEN 08
003800         WHEN 10
003810         WHEN 12
003820             MOVE 31 TO WS-MONTH-DAYS
003830         WHEN 04
003840         WHEN 06
003850         WHEN 09
003860         WHEN 11
003870             MOVE 30 TO WS-MONTH-DAYS
003880         WHEN 02
003890             PERFORM 2310-SET-FEBRUARY-RTN THRU 2310-EXIT
003900     END-EVALUATE.
003910     IF WS-VAL-DD < 01 OR WS-VAL-DD > WS-MONTH-DAYS
003920         MOVE "N" TO WS-DATE-VALID-SWITCH
003930     END-IF.
003940 2300-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------*
003970*    2310-SET-FEBRUARY-RTN - 29 DAYS WHEN THE YEAR IS DIVISIBLE  *
003980*    BY 4, EXCEPT CENTURIES, WHICH MUST BE DIVISIBLE BY 400.     *
003990*----------------------------------------------------------------*
004000 2310-SET-FEBRUARY-RTN.
004010     MOVE 28 TO WS-MONTH-DAYS.
004020     DIVIDE WS-VAL-YYYY BY 4
004030         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
004040     IF WS-LEAP-REM = ZERO
004050         MOVE 29 TO WS-MONTH-DAYS
004060     END-IF.
004070     DIVIDE WS-VAL-YYYY BY 100
004080         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
004090     IF WS-LEAP-REM = ZERO
004100         MOVE 28 TO WS-MONTH-DAYS
004110         DIVIDE WS-VAL-YYYY BY 400
004120             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
004130         IF WS-LEAP-REM = ZERO
004140             MOVE 29 TO WS-MONTH-DAYS
004150         END-IF
004160     END-IF.
004170 2310-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------*
004200*    2400-ACCEPT-ROW-RTN - LOG THE CHANGE AGAINST THE TYPE ON    *
004210*    FILE BEFORE IT, THEN TAKE THE ROW INTO THE TABLE.  A ROW    *
004220*    WHOSE DATE MATCHES AN EXISTING ONE REPLACES IT - RE-KEYING  *
004230*    A DATE IS HOW A HOLIDAY IS MOVED TO A WORKED DAY AND BACK,  *
004240*    AND A D ROW TAKES THE DATE OFF THE CALENDAR ALTOGETHER.     *
004250*----------------------------------------------------------------*
004260 2400-ACCEPT-ROW-RTN.
004270     ADD 1 TO WS-ACCEPT-COUNT.
004280     PERFORM 2420-FIND-SAME-DATE-RTN THRU 2420-EXIT.
004290     IF WS-DUP-IDX > ZERO
004300         MOVE WS-CT-TYPE(WS-DUP-IDX) TO WS-OLD-TYPE
004310     ELSE
004320         MOVE SPACE TO WS-OLD-TYPE
004330     END-IF.
004340     PERFORM 2410-WRITE-LOG-RTN THRU 2410-EXIT.
004350     IF WS-DUP-IDX > ZERO
004360         MOVE TRN-DAY-TYPE TO WS-CT-TYPE(WS-DUP-IDX)
004370         MOVE TRN-DESC TO WS-CT-DESC(WS-DUP-IDX)
004380         IF TRN-DAY-TYPE = "D"
004390             MOVE "ACCEPTED - DATE REMOVED" TO WS-REASON
004400         ELSE
004410             MOVE "ACCEPTED - REPLACES SAME DATE" TO WS-REASON
004420         END-IF
004430         PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT
004440         GO TO 2400-EXIT
004450     END-IF.
004460     IF WS-CT-COUNT >= WS-CT-TABLE-MAX
004470         DISPLAY "CALMNT - CALENDAR TABLE FULL - MORE THAN "
004480             WS-CT-TABLE-MAX " ROWS"
004490         STOP RUN
004500     END-IF.
004510     ADD 1 TO WS-CT-COUNT.
004520     MOVE TRN-CAL-DATE TO WS-CT-DATE(WS-CT-COUNT).
004530     MOVE TRN-DAY-TYPE TO WS-CT-TYPE(WS-CT-COUNT).
004540     MOVE TRN-DESC TO WS-CT-DESC(WS-CT-COUNT).
004550     MOVE "ACCEPTED" TO WS-REASON.
004560     PERFORM 2500-WRITE-ROW-LINE-RTN THRU 2500-EXIT.
004570 2400-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------*
004600*    2420-FIND-SAME-DATE-RTN - A ROW ALREADY REMOVED EARLIER IN  *
004610*    THE RUN DOES NOT COUNT AS ON THE CALENDAR.                  *
004620*----------------------------------------------------------------*
004630 2420-FIND-SAME-DATE-RTN.
004640     MOVE ZERO TO WS-DUP-IDX.
004650     PERFORM 2430-CHECK-SAME-DATE-RTN THRU 2430-EXIT
004660         VARYING WS-CT-IDX FROM 1 BY 1
004670         UNTIL WS-CT-IDX > WS-CT-COUNT.
004680 2420-EXIT.
004690     EXIT.
004700 2430-CHECK-SAME-DATE-RTN.
004710     IF WS-DUP-IDX = ZERO
004720             AND WS-CT-DATE(WS-CT-IDX) = TRN-CAL-DATE
004730             AND WS-CT-TYPE(WS-CT-IDX) NOT = "D"
004740         MOVE WS-CT-IDX TO WS-DUP-IDX
004750     END-IF.
004760 2430-EXIT.
004770     EXIT.
004780 2410-WRITE-LOG-RTN.
004790     MOVE SPACES TO CLOG-RECORD.
004800     MOVE WS-CURRENT-DATE TO CLOG-CHANGE-DATE.
004810     MOVE WS-CURRENT-TIME TO CLOG-CHANGE-TIME.
004820     MOVE WS-USERID TO CLOG-USERID.
004830     MOVE TRN-CAL-DATE TO CLOG-CAL-DATE.
004840     MOVE WS-OLD-TYPE TO CLOG-OLD-TYPE.
004850     MOVE TRN-DAY-TYPE TO CLOG-NEW-TYPE.
004860     MOVE TRN-DESC TO CLOG-NEW-DESC.
004870     WRITE CLOG-RECORD.
004880 2410-EXIT.
004890     EXIT.
004900 2500-WRITE-ROW-LINE-RTN.
004910     MOVE SPACES TO WS-DETAIL-LINE.
004920     MOVE TRN-CAL-DATE TO WS-DTL-DATE.
004930     MOVE TRN-DAY-TYPE TO WS-DTL-TYPE.
004940     MOVE TRN-DESC TO WS-DTL-DESC.
004950     IF WS-ROW-IS-VALID
004960         MOVE WS-REASON TO WS-DTL-DISP
004970     ELSE
004980         STRING "REJECTED - " DELIMITED BY SIZE
004990                WS-REASON DELIMITED BY SIZE
005000             INTO WS-DTL-DISP
005010     END-IF.
005020     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
005030 2500-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------*
005060*    8000-TERMINATE-RTN - WRITE THE NEW CALENDAR AND CLOSE OUT.  *
005070*----------------------------------------------------------------*
005080 8000-TERMINATE-RTN.
005090     PERFORM 8100-WRITE-NEW-CALENDAR-RTN THRU 8100-EXIT.
005100     MOVE SPACES TO RPT-RECORD.
005110     WRITE RPT-RECORD.
005120     MOVE WS-TRAN-COUNT TO WS-FTR-TRANS.
005130     MOVE WS-ACCEPT-COUNT TO WS-FTR-ACCEPT.
005140     MOVE WS-REJECT-COUNT TO WS-FTR-REJECT.
005150     WRITE RPT-RECORD FROM WS-FOOTER-LINE.
005160     MOVE WS-NEW-COUNT TO WS-MST-COUNT.
005170     WRITE RPT-RECORD FROM WS-MASTER-LINE.
005180     CLOSE CALTRAN.
005190     CLOSE CALRPT.
005200     CLOSE CALLOG.
005210     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
005220     DISPLAY "CALMNT - MAINTENANCE COMPLETE - "
005230         WS-ACCEPT-COUNT " ROW(S) ACCEPTED, "
005240         WS-REJECT-COUNT " ROW(S) REJECTED".
005250 8000-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------*
005280*    8100-WRITE-NEW-CALENDAR-RTN - OLD ROWS PLUS ACCEPTED ONES,  *
005290*    IN TABLE ORDER, LESS ANY ROW REMOVED THIS RUN.  THE READING *
005300*    PROGRAMS MATCH ROWS BY DATE, NOT FILE ORDER, SO NO SORT IS  *
005310*    NEEDED.                                                     *
005320*----------------------------------------------------------------*
005330 8100-WRITE-NEW-CALENDAR-RTN.
005340     OPEN OUTPUT CALNEW.
005350     IF WS-NEW-STATUS NOT = "00"
005360         DISPLAY "CALMNT - UNABLE TO OPEN CALNEW - "
005370             "STATUS " WS-NEW-STATUS
005380         STOP RUN
005390     END-IF.
005400     PERFORM 8110-WRITE-ONE-ROW-RTN THRU 8110-EXIT
005410         VARYING WS-CT-IDX FROM 1 BY 1
005420         UNTIL WS-CT-IDX > WS-CT-COUNT.
005430     CLOSE CALNEW.
005440 8100-EXIT.
005450     EXIT.
005460 8110-WRITE-ONE-ROW-RTN.
005470     IF WS-CT-TYPE(WS-CT-IDX) = "D"
005480         GO TO 8110-EXIT.
005490     MOVE WS-CT-DATE(WS-CT-IDX) TO WSC-DATE.
005500     MOVE WS-CT-TYPE(WS-CT-IDX) TO WSC-DAY-TYPE.
005510     MOVE WS-CT-DESC(WS-CT-IDX) TO WSC-DESC.
005520     WRITE CNEW-RECORD FROM WS-CAL-OUT-RECORD.
005530     ADD 1 TO WS-NEW-COUNT.
005540 8110-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------*
005570*    9000-WRITE-RUN-LOG-RTN - APPEND THIS RUN'S COMPLETION       *
005580*    RECORD TO THE SHARED OPERATIONS RUN LOG READ BY RUNSTAT.    *
005590*    A LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT       *
005600*    FAIL THE RUN.                                               *
005610*----------------------------------------------------------------*
005620 9000-WRITE-RUN-LOG-RTN.
005630     OPEN EXTEND RUNLOG.
005640     IF WS-RLOG-STATUS NOT = "00"
005650         OPEN OUTPUT RUNLOG
005660     END-IF.
005670     IF WS-RLOG-STATUS NOT = "00"
005680         DISPLAY "CALMNT - UNABLE TO WRITE RUN LOG - "
005690             "STATUS " WS-RLOG-STATUS
005700         GO TO 9000-EXIT.
005710     MOVE SPACES TO RLOG-RECORD.
005720     MOVE "CALMNT" TO RLOG-PROGRAM.
005730     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
005740     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
005750     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
005760     ACCEPT RLOG-END-TIME FROM TIME.
005770     MOVE "MAINT" TO RLOG-MODE.
005780     MOVE WS-TRAN-COUNT TO RLOG-IN-COUNT.
005790     MOVE WS-ACCEPT-COUNT TO RLOG-OUT-COUNT.
005800     MOVE WS-REJECT-COUNT TO RLOG-SUSP-COUNT.
005810     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
005820     WRITE RLOG-RECORD.
005830     CLOSE RUNLOG.
005840 9000-EXIT.
005850     EXIT.
