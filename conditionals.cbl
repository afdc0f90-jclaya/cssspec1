001303*                       DATE NOW EXTENDS THE SUSPENSE FILE     *
001304*                       INSTEAD OF TRUNCATING THE EARLIER      *
001305*                       CYCLE'S UNCORRECTED ENTRIES AWAY.      *
001306*    10/15/2026  RTM    A SET ID ALREADY COMPARED EARLIER IN     *
001307*                       THE SAME FEED, IN AN EARLIER CYCLE OF    *
001308*                       THE DATE, OR WITHIN THE RUNCTL LOOKBACK  *
001309*                       DAYS (DEFAULT 7) IS NOW HELD BACK AS A   *
001310*                       DUPLICATE.  IT GOES TO SUSPENSE WITH     *
001311*                       REASON DS AND A POINTER TO THE ORIGINAL  *
001312*                       RUN DATE/TIME AND CYCLE INSTEAD OF       *
001313*                       BEING COMPARED AND EXTRACTED TWICE.      *
001314*                       THE LOOKUP STARTS THE AUDIT TRAIL ON     *
001315*                       ITS NEW SET-ID ALTERNATE KEY, AND THE    *
001316*                       DUPLICATE COUNT PRINTS ON THE REPORT     *
001317*                       FOOTER AND GOES TO THE RUN LOG.          *
001318*    10/15/2026  RTM    THE FEED DATE IS NOW TESTED AGAINST THE  *
001319*                       BUSINESS-DAY CALENDAR (CALFILE).  A      *
001320*                       FEED DATED FOR A WEEKEND OR HOLIDAY IS   *
001321*                       WARNED OF ON THE CONSOLE AND UNDER THE   *
001322*                       REPORT HEADINGS, OR STOPS THE RUN AS AN  *
001323*                       ABEND WHEN RUNCTL COLUMN 6 IS S.  A      *
001324*                       RESUBMISSION RUN HAS NO HEADER AND IS    *
001325*                       NOT TESTED.                              *
001326*    10/15/2026  RTM    THE RUN LOG RECORD NOW CARRIES THE FEED  *
001327*                       CYCLE SO THE JOBGATE STEP CAN MATCH      *
001328*                       PREDECESSOR RUNS BY DATE AND CYCLE.      *
001329*    10/15/2026  RTM    THE DUPLICATE-SET CHECK NOW IGNORES A    *
001330*                       COMPARISON BACKED OUT BY CYCREV (A TYPE  *
001331*                       X REVERSAL FOLLOWS IT ON THE SET'S       *
001332*                       HISTORY), SO A BRANCH CAN RESEND A       *
001333*                       CYCLE THAT WAS REVERSED WITHOUT EVERY    *
001334*                       SET GOING TO SUSPENSE AS A DUPLICATE.    *
001335*    10/15/2026  RTM    EVERY AUDIT RECORD WRITTEN IS NOW ALSO   *
001336*                       APPENDED TO THE FORWARD-RECOVERY         *
001337*                       JOURNAL (AUDJRNL) SO AUDRECOV CAN BRING  *
001338*                       THE TRAIL FORWARD FROM A BACKUP.  A      *
001339*                       JOURNAL THAT CANNOT BE OPENED OR         *
001340*                       WRITTEN STOPS THE RUN.                   *
001341*    10/15/2026  RTM    AUDFILE IS CREATED ONLY WHEN IT DOES     *
001342*                       NOT EXIST (STATUS 35); ANY OTHER OPEN    *
001343*                       FAILURE, SUCH AS A TRAIL STILL WITHOUT   *
001344*                       THE SET-ID KEY, STOPS THE RUN.  A        *
001345*                       RESTART NO LONGER HOLDS THE FAILED       *
001346*                       RUN'S OWN SETS BACK AS DUPLICATES, AND   *
001347*                       THE RUN LOG RECORD CARRIES THE FEED      *
001348*                       DATE AS ITS DATA DATE FOR JOBGATE.       *
001349*    10/15/2026  RTM    ON THE FIRST NIGHT THE NEWLY CREATED     *
001350*                       AUDFILE IS CLOSED AND REOPENED I-O SO    *
001351*                       THE DUPLICATE-SET SCAN CAN READ IT.  A   *
001352*                       START ON THE SET-ID KEY THAT FAILS FOR   *
001353*                       ANY REASON BUT NOT-FOUND STOPS THE RUN,  *
001354*                       AND ANY READ STATUS OTHER THAN 00 OR 02  *
001355*                       ENDS THE SCAN.                           *
001356*****************************************************************
001357 ENVIRONMENT DIVISION.
001358 CONFIGURATION SECTION.
001359 SOURCE-COMPUTER. IBM-370.
001360 OBJECT-COMPUTER. IBM-370.
001361 INPUT-OUTPUT SECTION.
001362 FILE-CONTROL.
001363     SELECT TRANFILE ASSIGN TO "TRANFILE"
001364         ORGANIZATION IS LINE SEQUENTIAL
001365         FILE STATUS IS WS-TRAN-STATUS.
001370     SELECT RPTFILE ASSIGN TO "RPTFILE"
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS WS-RPT-STATUS.
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS AUD-KEY
001435         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
001440         FILE STATUS IS WS-AUD-STATUS.
001442     SELECT AUDJRNL ASSIGN TO "AUDJRNL"
001444         ORGANIZATION IS LINE SEQUENTIAL
001446         FILE STATUS IS WS-JRNL-STATUS.
001450     SELECT PARMFILE ASSIGN TO "PARMFILE"
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS WS-PARM-STATUS.
001600     SELECT RUNCTL ASSIGN TO "RUNCTL"
001610         ORGANIZATION IS LINE SEQUENTIAL
001620         FILE STATUS IS WS-RUNCTL-STATUS.
001621     SELECT CALFILE ASSIGN TO "CALFILE"
001622         ORGANIZATION IS LINE SEQUENTIAL
001623         FILE STATUS IS WS-CAL-STATUS.
001624     SELECT SETMFILE ASSIGN TO "SETMFILE"
001625         ORGANIZATION IS LINE SEQUENTIAL
001626         FILE STATUS IS WS-SETM-STATUS.
001627     SELECT RUNLOG ASSIGN TO "RUNLOG"
001628         ORGANIZATION IS LINE SEQUENTIAL
001710 FD  AUDFILE
001720     LABEL RECORDS ARE STANDARD.
001730 COPY AUDREC.
001732 FD  AUDJRNL
001734     LABEL RECORDS ARE STANDARD.
001736 COPY JRNREC.
001740 FD  PARMFILE
001750     LABEL RECORDS ARE STANDARD.
001760 COPY THRESH.
001910 01  RC-RECORD.
001920     05  RC-RESTART-OPT                 PIC X(01).
001930     05  RC-RESUB-SW                    PIC X(01).
001935     05  RC-DUP-DAYS                    PIC 9(03).
001937     05  RC-CAL-ACTION                  PIC X(01).
001940     05  FILLER                         PIC X(74).
001942 FD  SETMFILE
001944     LABEL RECORDS ARE STANDARD.
001946 COPY SETMREC.
001947 FD  CALFILE
001948     LABEL RECORDS ARE STANDARD.
001949 COPY CALREC.
001950 FD  RUNLOG
001951     LABEL RECORDS ARE STANDARD.
001952 COPY RLOGREC.
001953 WORKING-STORAGE SECTION.
001960*----------------------------------------------------------------*
001970*    FILE STATUS FIELDS                                          *
001980*----------------------------------------------------------------*
001990 77  WS-TRAN-STATUS                 PIC X(02) VALUE SPACES.
002000 77  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
002010 77  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
002015 77  WS-JRNL-STATUS                 PIC X(02) VALUE SPACES.
002020 77  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
002030 77  WS-CKPT-STATUS                 PIC X(02) VALUE SPACES.
002040 77  WS-SUSP-STATUS                 PIC X(02) VALUE SPACES.
002050 77  WS-RESUB-STATUS                PIC X(02) VALUE SPACES.
002060 77  WS-TIEW-STATUS                 PIC X(02) VALUE SPACES.
002070 77  WS-RUNCTL-STATUS               PIC X(02) VALUE SPACES.
002071 77  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
002072 77  WS-SETM-STATUS                 PIC X(02) VALUE SPACES.
002074 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
002080*----------------------------------------------------------------*
002359     88  WS-SET-CLOSED                         VALUE "C".
002361 77  WS-RESTART-PENDING-SW          PIC X(01) VALUE "N".
002362     88  WS-RESTART-PENDING                    VALUE "Y".
002363 77  WS-DUP-SWITCH                  PIC X(01) VALUE "N".
002364     88  WS-SET-DUPLICATE                      VALUE "Y".
002365 77  WS-DUP-SCAN-SWITCH             PIC X(01) VALUE "N".
002366     88  WS-DUP-SCAN-DONE                      VALUE "Y".
002367*----------------------------------------------------------------*
002370*    COUNTERS AND ACCUMULATORS                                   *
002380*----------------------------------------------------------------*
002390 77  WS-RECORD-COUNT                PIC 9(08) COMP VALUE ZERO.
002450 77  WS-SUSP-COUNT                  PIC 9(08) COMP VALUE ZERO.
002460 77  WS-TIEWORK-COUNT               PIC 9(08) COMP VALUE ZERO.
002462 77  WS-SETM-ERR-COUNT              PIC 9(08) COMP VALUE ZERO.
002466 77  WS-DUP-COUNT                   PIC 9(08) COMP VALUE ZERO.
002470 77  WS-AUD-SEQ                     PIC 9(06) COMP VALUE ZERO.
002480 77  WS-RESTART-POINT               PIC 9(08) COMP VALUE ZERO.
002482 77  WS-CKPT-SAVED-RECNO            PIC 9(08) COMP VALUE ZERO.
002895         10  WS-SM-BRANCH           PIC X(06).
002897         10  WS-SM-STATUS           PIC X(01).
002902*----------------------------------------------------------------*
002903*    DUPLICATE-SET DETECTION.  A SET ID ALREADY COMPARED WITHIN  *
002904*    THE LOOKBACK WINDOW IS FOUND ON THE AUDIT TRAIL THROUGH ITS *
002905*    SET-ID ALTERNATE KEY.  THE WINDOW IS COUNTED IN DAYS FROM   *
002906*    THE RUN DATE AS DAY SERIALS FROM 01/01/1900.                *
002907*----------------------------------------------------------------*
002908 77  WS-DUP-DAYS                    PIC 9(03) VALUE 007.
002909 77  WS-DUP-CUTOFF-DAYS             PIC 9(08) COMP VALUE ZERO.
002910 77  WS-ORIG-RUN-DATE               PIC 9(08) VALUE ZERO.
002911 77  WS-ORIG-RUN-TIME               PIC 9(08) VALUE ZERO.
002912 77  WS-ORIG-CYCLE                  PIC 9(02) VALUE ZERO.
002913*    THE CANDIDATE THE CURRENT ONE REPLACED, PUT BACK IF THE     *
002914*    CURRENT ONE TURNS OUT TO HAVE BEEN BACKED OUT BY CYCREV.    *
002915 77  WS-PREV-RUN-DATE               PIC 9(08) VALUE ZERO.
002916 77  WS-PREV-RUN-TIME               PIC 9(08) VALUE ZERO.
002917 77  WS-PREV-CYCLE                  PIC 9(02) VALUE ZERO.
002918 01  WS-CNV-DATE                    PIC 9(08) VALUE ZERO.
002919 01  WS-CNV-DATE-R REDEFINES WS-CNV-DATE.
002920     05  WS-CNV-YYYY                PIC 9(04).
002921     05  WS-CNV-MM                  PIC 9(02).
002922     05  WS-CNV-DD                  PIC 9(02).
002923 77  WS-CNV-DAYS                    PIC 9(08) COMP VALUE ZERO.
002924 77  WS-LEAP-CNT                    PIC 9(04) COMP VALUE ZERO.
002925 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
002926 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE ZERO.
002927*----------------------------------------------------------------*
002928*    BUSINESS-DAY CALENDAR (LOADED FROM CALFILE).  A FEED DATED  *
002929*    FOR A DAY THAT IS NOT A BUSINESS DAY IS WARNED OF ON THE    *
002930*    REPORT, OR STOPS THE RUN WHEN THE RUNCTL CARD ASKS FOR IT   *
002931*    (COLUMN 6 = S).  MONDAY TO FRIDAY ARE BUSINESS DAYS UNLESS  *
002932*    THE CALENDAR LISTS THE DATE AS A HOLIDAY (H); A WEEKEND     *
002933*    DATE LISTED AS A WORKED DAY (B) IS A BUSINESS DAY.  SERIAL  *
002934*    1 (01/01/1900) WAS A MONDAY, SO THE WEEKDAY IS THE          *
002935*    REMAINDER OF (SERIAL - 1) / 7, 0 = MONDAY TO 6 = SUNDAY.    *
002936*----------------------------------------------------------------*
002937 77  WS-CAL-TABLE-MAX               PIC 9(04) COMP VALUE 0500.
002938 77  WS-CAL-COUNT                   PIC 9(04) COMP VALUE ZERO.
002939 77  WS-CAL-IDX                     PIC 9(04) COMP VALUE ZERO.
002940 77  WS-WKD-DAYS                    PIC 9(08) COMP VALUE ZERO.
002941 77  WS-WKD-WEEKS                   PIC 9(08) COMP VALUE ZERO.
002942 77  WS-WEEKDAY                     PIC 9(01) COMP VALUE ZERO.
002943 77  WS-CAL-ACTION                  PIC X(01) VALUE "W".
002944     88  WS-CAL-ACTION-STOP                    VALUE "S".
002945 77  WS-NONBUS-SWITCH               PIC X(01) VALUE "N".
002946     88  WS-NONBUS-FEED                        VALUE "Y".
002947 01  WS-CAL-TABLE.
002948     05  WS-CAL-ENTRY OCCURS 500 TIMES.
002949         10  WS-CAL-DAYS            PIC 9(08) COMP.
002950         10  WS-CAL-TYPE            PIC X(01).
002951 77  WS-BUS-DAY-SWITCH              PIC X(01) VALUE "Y".
002952     88  WS-BUSINESS-DAY                       VALUE "Y".
002953*----------------------------------------------------------------*
002954*    RUN IDENTIFICATION                                          *
002955*----------------------------------------------------------------*
002956 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
002957 77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
002958 77  WS-USERID                      PIC X(08) VALUE SPACES.
002959 77  WS-FEED-CYCLE                  PIC 9(02) VALUE ZERO.
002960 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
002961*----------------------------------------------------------------*
002962*    REPORT LINE LAYOUTS                                         *
002963*----------------------------------------------------------------*
002970 01  WS-REPORT-HEADING-1.
002980     05  FILLER                     PIC X(01) VALUE SPACE.
002990     05  FILLER                     PIC X(40)
003152     05  FILLER                     PIC X(05) VALUE SPACES.
003154     05  FILLER                     PIC X(08) VALUE "CYCLE : ".
003156     05  WS-HDG-CYCLE               PIC 9(02).
003157 01  WS-REPORT-NONBUS-LINE.
003158     05  FILLER                     PIC X(01) VALUE SPACE.
003159     05  FILLER                     PIC X(24)
003160             VALUE "*** WARNING - FEED DATE ".
003161     05  WS-NBL-DATE                PIC 9(08).
003162     05  FILLER                     PIC X(26)
003163             VALUE " IS NOT A BUSINESS DAY ***".
003164 01  WS-REPORT-COLUMN-HDGS.
003170     05  FILLER                     PIC X(06) VALUE " RECNO".
003180     05  FILLER                     PIC X(02) VALUE SPACES.
003190     05  FILLER                     PIC X(10) VALUE "SET ID    ".
003620     05  FILLER                      PIC X(05) VALUE SPACES.
003630     05  FILLER                   PIC X(11) VALUE "REJECTED = ".
003640     05  WS-FTR-REJECTED              PIC ZZZZZ9.
003642     05  FILLER                      PIC X(03) VALUE SPACES.
003644     05  FILLER                 PIC X(13) VALUE "DUPLICATES = ".
003646     05  WS-FTR-DUPLICATES            PIC ZZZZZ9.
003650 PROCEDURE DIVISION.
003660*----------------------------------------------------------------*
003670*    0000-MAINLINE-RTN                                           *
003890     IF WS-USERID = SPACES
003900         MOVE "UNKNOWN" TO WS-USERID
003910     END-IF.
003911     PERFORM 1080-SET-DUP-WINDOW-RTN THRU 1080-EXIT.
003912     PERFORM 1160-LOAD-CALENDAR-RTN THRU 1160-EXIT.
003920*    THE RESTART DECISION IS RESOLVED BEFORE ANY RESULT FILE
003930*    OPENS SO A RESTART RUN CAN EXTEND THE SUSPENSE FILE
003940*    INSTEAD OF TRUNCATING THE FAILED RUN'S ENTRIES AWAY.
004860     EXIT.
004870 1070-APPLY-RUN-CONTROL-RTN.
004880     DISPLAY "CONDITIONALS - RUN OPTIONS FROM RUNCTL - "
004890         "RESTART " RC-RESTART-OPT " RESUB " RC-RESUB-SW
004895         " DUP DAYS " RC-DUP-DAYS
004897         " CALENDAR " RC-CAL-ACTION.
004900     MOVE RC-RESTART-OPT TO WS-RESTART-OPT.
004910     IF RC-RESUB-SW = "Y"
004920         MOVE "Y" TO WS-RESUB-SWITCH
004930     ELSE
004940         MOVE "N" TO WS-RESUB-SWITCH
004942     END-IF.
004944     IF RC-DUP-DAYS IS NUMERIC AND RC-DUP-DAYS > ZERO
004946         MOVE RC-DUP-DAYS TO WS-DUP-DAYS
004947     END-IF.
004948     IF RC-CAL-ACTION = "S"
004949         MOVE "S" TO WS-CAL-ACTION
004950     END-IF.
004960     IF NOT WS-RESTART-OPT-VALID
004970         DISPLAY "CONDITIONALS - INVALID RESTART OPTION ON "
005000     END-IF.
005010 1070-EXIT.
005020     EXIT.
005021*----------------------------------------------------------------*
005022*    1080-SET-DUP-WINDOW-RTN - THE OLDEST RUN DATE, AS A DAY     *
005023*    SERIAL, WHOSE COMPARISON OF A SET STILL MAKES A LATER COPY  *
005024*    OF IT A DUPLICATE.  THE SAME FEED AND THE EARLIER CYCLES    *
005025*    OF THE RUN DATE ALWAYS FALL INSIDE THE WINDOW.              *
005026*----------------------------------------------------------------*
005027 1080-SET-DUP-WINDOW-RTN.
005028     MOVE WS-CURRENT-DATE TO WS-CNV-DATE.
005029     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
005030     COMPUTE WS-DUP-CUTOFF-DAYS = WS-CNV-DAYS - WS-DUP-DAYS.
005031     DISPLAY "CONDITIONALS - DUPLICATE SETS CHECKED BACK "
005032         WS-DUP-DAYS " DAY(S)".
005033 1080-EXIT.
005034     EXIT.
005035 1100-OPEN-AUDIT-RTN.
005040     OPEN I-O AUDFILE.
005041     IF WS-AUD-STATUS = "35"
005042         OPEN OUTPUT AUDFILE
005043         CLOSE AUDFILE
005044         OPEN I-O AUDFILE
005045     END-IF.
005050     IF WS-AUD-STATUS NOT = "00"
005051         DISPLAY "CONDITIONALS - UNABLE TO OPEN AUDFILE - "
005052             "STATUS " WS-AUD-STATUS
005053         STOP RUN
005054     END-IF.
005055     OPEN EXTEND AUDJRNL.
005056     IF WS-JRNL-STATUS NOT = "00"
005057         OPEN OUTPUT AUDJRNL
005058     END-IF.
005059     IF WS-JRNL-STATUS NOT = "00"
005060         DISPLAY "CONDITIONALS - UNABLE TO OPEN AUDJRNL - "
005061             "STATUS " WS-JRNL-STATUS
005062         STOP RUN
005070     END-IF.
005080 1100-EXIT.
005090     EXIT.
005970     MOVE WS-RESTART-OPT TO WS-HDG-RESTART.
005980     WRITE RPT-RECORD FROM WS-REPORT-HEADING-1.
005990     WRITE RPT-RECORD FROM WS-REPORT-HEADING-2.
005992     IF WS-NONBUS-FEED
005994         WRITE RPT-RECORD FROM WS-REPORT-NONBUS-LINE
005996     END-IF.
006000     MOVE SPACES TO RPT-RECORD.
006010     WRITE RPT-RECORD.
006020     WRITE RPT-RECORD FROM WS-REPORT-COLUMN-HDGS.
006620             " BUT RUN DATE IS " WS-CURRENT-DATE
006630         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
006640     END-IF.
006641     PERFORM 1535-CHECK-BUSINESS-DAY-RTN THRU 1535-EXIT.
006645     IF TRC-CYCLE-NO IS NUMERIC AND TRC-CYCLE-NO > ZERO
006646         MOVE TRC-CYCLE-NO TO WS-FEED-CYCLE
006647     ELSE
007530             ADD 1 TO WS-RUN-RECORD-COUNT
007540             PERFORM 2200-VALIDATE-FIELDS-RTN THRU 2200-EXIT
007546             PERFORM 2250-CHECK-SET-MASTER-RTN THRU 2250-EXIT
007547             PERFORM 2270-CHECK-DUPLICATE-RTN THRU 2270-EXIT
007549             PERFORM 2150-SELECT-PARM-ROW-RTN THRU 2150-EXIT
007552             IF NOT WS-SET-ON-MASTER OR WS-SET-DUPLICATE
007558                 ADD 1 TO WS-ERROR-COUNT
007560                 IF WS-SET-DUPLICATE
007562                     ADD 1 TO WS-DUP-COUNT
007563                 ELSE
007564                     ADD 1 TO WS-SETM-ERR-COUNT
007566                 END-IF
007570                 PERFORM 2350-SET-ERROR-RESULT-RTN THRU 2350-EXIT
007576             ELSE
007582                 IF WS-FIELDS-VALID
007660                 END-IF
007666             END-IF
007672             IF NOT WS-SET-ON-MASTER OR NOT WS-FIELDS-VALID
007678                     OR WS-SET-REJECTED OR WS-SET-DUPLICATE
007684                 PERFORM 2550-WRITE-SUSPENSE-RTN THRU 2550-EXIT
007690             END-IF
007700             PERFORM 2400-WRITE-REPORT-LINE-RTN THRU 2400-EXIT
010207     IF WS-SET-CLOSED
010208         MOVE "CLOSED SET" TO WS-DTL-WINNER
010209         GO TO 2410-EXIT.
010210     IF WS-SET-DUPLICATE
010211         MOVE "DUPLICATE" TO WS-DTL-WINNER
010212         GO TO 2410-EXIT.
010213     EVALUATE WS-WINNER-CODE
010220         WHEN "1" MOVE "FIELD 1" TO WS-DTL-WINNER
010230         WHEN "2" MOVE "FIELD 2" TO WS-DTL-WINNER
010240         WHEN "3" MOVE "FIELD 3" TO WS-DTL-WINNER
010840                 AUD-KEY " - STATUS " WS-AUD-STATUS
010850             STOP RUN
010860     END-WRITE.
010865     PERFORM 2510-WRITE-JOURNAL-RTN THRU 2510-EXIT.
010870 2500-EXIT.
010880     EXIT.
010890*----------------------------------------------------------------*
011065         WHEN WS-SET-CLOSED
011070             MOVE "CS" TO SUSP-REASON-CODE
011075             MOVE SPACES TO SUSP-FAIL-FIELDS
011076         WHEN WS-SET-DUPLICATE
011077             MOVE "DS" TO SUSP-REASON-CODE
011078             MOVE SPACES TO SUSP-FAIL-FIELDS
011080         WHEN NOT WS-FIELDS-VALID
011085             MOVE "NV" TO SUSP-REASON-CODE
011090             MOVE WS-FAIL-FIELDS TO SUSP-FAIL-FIELDS
011105             MOVE WS-TIE-FIELD-LIST TO SUSP-FAIL-FIELDS
011107     END-EVALUATE.
011108     MOVE WS-FEED-CYCLE TO SUSP-CYCLE-NO.
011109     MOVE WS-ORIG-RUN-DATE TO SUSP-ORIG-RUN-DATE.
011110     MOVE WS-ORIG-RUN-TIME TO SUSP-ORIG-RUN-TIME.
011111     MOVE WS-ORIG-CYCLE TO SUSP-ORIG-CYCLE-NO.
011112     WRITE SUSP-RECORD.
011120 2550-EXIT.
011130     EXIT.
011140 2600-CHECKPOINT-RTN.
011410     END-IF.
011420     CLOSE RPTFILE.
011430     CLOSE AUDFILE.
011435     CLOSE AUDJRNL.
011440     CLOSE SUSPFILE.
011450     CLOSE TIEWORK.
011452     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
011490         " SET(S) WRITTEN TO SUSPENSE".
011492     DISPLAY "CONDITIONALS - " WS-SETM-ERR-COUNT
011494         " SET(S) FAILED SET MASTER VALIDATION".
011496     DISPLAY "CONDITIONALS - " WS-DUP-COUNT
011498         " DUPLICATE SET(S) HELD BACK FROM COMPARISON".
011500     DISPLAY "CONDITIONALS - " WS-TIEWORK-COUNT
011510         " TIE(S) ADDED TO THE REVIEW WORKLIST".
011520 8000-EXIT.
011600     MOVE WS-ERROR-COUNT TO WS-FTR-ERRORS.
011610     MOVE WS-TIE-COUNT TO WS-FTR-TIES.
011620     MOVE WS-REJECT-COUNT TO WS-FTR-REJECTED.
011625     MOVE WS-DUP-COUNT TO WS-FTR-DUPLICATES.
011630     WRITE RPT-RECORD FROM WS-FOOTER-LINE.
011640 8100-EXIT.
011650     EXIT.
011810     MOVE SPACES TO RLOG-RECORD.
011820     MOVE "CONDITIONALS" TO RLOG-PROGRAM.
011830     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
011831     MOVE WS-FEED-CYCLE TO RLOG-CYCLE-NO.
011832     MOVE WS-CURRENT-DATE TO RLOG-DATA-DATE.
011840     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
011850     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
011860     ACCEPT RLOG-END-TIME FROM TIME.
011960     MOVE WS-RUN-RECORD-COUNT TO RLOG-IN-COUNT.
011970     MOVE WS-VALID-COUNT TO RLOG-OUT-COUNT.
011980     MOVE WS-SUSP-COUNT TO RLOG-SUSP-COUNT.
011985     MOVE WS-DUP-COUNT TO RLOG-DUP-COUNT.
011990     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
012000     WRITE RLOG-RECORD.
012010     CLOSE RUNLOG.
012120     STOP RUN.
012130 9100-EXIT.
012140     EXIT.
012150*----------------------------------------------------------------*
012160*    1160-LOAD-CALENDAR-RTN - THE CALENDAR EXCEPTIONS INTO THE   *
012170*    TABLE AS DAY SERIALS.  NO FILE MEANS NO HOLIDAYS ARE ON     *
012180*    RECORD AND ONLY WEEKENDS ARE CLOSED.                        *
012190*----------------------------------------------------------------*
012200 1160-LOAD-CALENDAR-RTN.
012210     MOVE ZERO TO WS-CAL-COUNT.
012220     OPEN INPUT CALFILE.
012230     IF WS-CAL-STATUS NOT = "00"
012240         DISPLAY "CONDITIONALS - NO BUSINESS-DAY CALENDAR - "
012250             "WEEKENDS ONLY ARE CLOSED"
012260         GO TO 1160-EXIT
012270     END-IF.
012280     PERFORM 1170-READ-CALENDAR-RTN THRU 1170-EXIT
012290         UNTIL WS-CAL-STATUS NOT = "00".
012300     CLOSE CALFILE.
012310     DISPLAY "CONDITIONALS - " WS-CAL-COUNT
012320         " CALENDAR DATE(S) LOADED".
012330 1160-EXIT.
012340     EXIT.
012350 1170-READ-CALENDAR-RTN.
012360     READ CALFILE
012370         AT END
012380             MOVE "10" TO WS-CAL-STATUS
012390         NOT AT END
012400             PERFORM 1180-ADD-CALENDAR-DATE-RTN THRU 1180-EXIT
012410     END-READ.
012420 1170-EXIT.
012430     EXIT.
012440 1180-ADD-CALENDAR-DATE-RTN.
012450     IF CAL-DATE IS NOT NUMERIC OR NOT CAL-TYPE-VALID
012460         GO TO 1180-EXIT.
012470     IF WS-CAL-COUNT >= WS-CAL-TABLE-MAX
012480         DISPLAY "CONDITIONALS - CALENDAR TABLE FULL - MORE THAN "
012490             WS-CAL-TABLE-MAX " DATES"
012500         STOP RUN
012510     END-IF.
012520     ADD 1 TO WS-CAL-COUNT.
012530     MOVE CAL-DATE TO WS-CNV-DATE.
012540     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
012550     MOVE WS-CNV-DAYS TO WS-CAL-DAYS(WS-CAL-COUNT).
012560     MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT).
012570 1180-EXIT.
012580     EXIT.
012590*----------------------------------------------------------------*
012600*    1535-CHECK-BUSINESS-DAY-RTN - A FEED DATED ON A HOLIDAY OR  *
012610*    WEEKEND STOPS THE RUN OR IS FLAGGED ON THE REPORT, AS THE   *
012620*    RUN CONTROL ACTION SAYS.                                    *
012630*----------------------------------------------------------------*
012640 1535-CHECK-BUSINESS-DAY-RTN.
012650     MOVE TRC-FEED-DATE TO WS-CNV-DATE.
012660     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
012670     PERFORM 7500-TEST-BUSINESS-DAY-RTN THRU 7500-EXIT.
012680     IF NOT WS-BUSINESS-DAY
012690         IF WS-CAL-ACTION-STOP
012700             DISPLAY "CONDITIONALS - FEED DATED " TRC-FEED-DATE
012710                 " IS NOT A BUSINESS DAY - RUN STOPPED"
012720             PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
012730         END-IF
012740         DISPLAY "CONDITIONALS - WARNING - FEED DATED "
012750             TRC-FEED-DATE " IS NOT A BUSINESS DAY"
012760         MOVE "Y" TO WS-NONBUS-SWITCH
012770         MOVE TRC-FEED-DATE TO WS-NBL-DATE
012780     END-IF.
012790 1535-EXIT.
012800     EXIT.
012810*----------------------------------------------------------------*
012820*    2270-CHECK-DUPLICATE-RTN - HAS THIS SET ALREADY BEEN        *
012830*    COMPARED?  THE AUDIT TRAIL IS STARTED ON ITS SET-ID         *
012840*    ALTERNATE KEY AND THE SET'S HISTORY READ FORWARD.  A        *
012850*    COMPARISON RECORD (NOT AN ERROR) DATED INSIDE THE LOOKBACK  *
012860*    WINDOW MAKES THIS COPY A DUPLICATE.  EARLIER SETS OF THIS   *
012870*    RUN ARE ALREADY ON THE TRAIL, SO A SET SENT TWICE IN ONE    *
012880*    FEED IS CAUGHT THE SAME WAY AS ONE SENT IN TWO CYCLES.  THE *
012890*    LATEST QUALIFYING COMPARISON IS KEPT AS THE ORIGINAL.  A    *
012900*    RESUBMISSION RUN RE-RUNS SETS THAT WERE HELD BACK, SO IT    *
012910*    IS NOT CHECKED, AND AN UNKNOWN OR CLOSED SET IS ALREADY     *
012920*    GOING TO SUSPENSE ON ITS OWN REASON.                        *
012930*----------------------------------------------------------------*
012940 2270-CHECK-DUPLICATE-RTN.
012950     MOVE "N" TO WS-DUP-SWITCH.
012960     MOVE ZERO TO WS-ORIG-RUN-DATE WS-ORIG-RUN-TIME WS-ORIG-CYCLE.
012970     MOVE ZERO TO WS-PREV-RUN-DATE WS-PREV-RUN-TIME WS-PREV-CYCLE.
012980     IF WS-RESUB-RUN OR NOT WS-SET-ON-MASTER
012990         GO TO 2270-EXIT.
013000     MOVE "N" TO WS-DUP-SCAN-SWITCH.
013010     MOVE WS-SET-ID TO AUD-SET-ID.
013020     START AUDFILE KEY IS EQUAL TO AUD-SET-ID
013030         INVALID KEY
013040             MOVE "Y" TO WS-DUP-SCAN-SWITCH
013050     END-START.
013060     IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "23"
013070         DISPLAY "CONDITIONALS - UNABLE TO START AUDFILE - "
013080             "STATUS " WS-AUD-STATUS
013090         STOP RUN
013100     END-IF.
013110     PERFORM 2280-SCAN-SET-HISTORY-RTN THRU 2280-EXIT
013120         UNTIL WS-DUP-SCAN-DONE.
013130     IF WS-ORIG-RUN-DATE > ZERO
013140         MOVE "Y" TO WS-DUP-SWITCH
013150         DISPLAY "RECORD " WS-RECORD-COUNT
013160             " - SET " WS-SET-ID " ALREADY COMPARED "
013170             WS-ORIG-RUN-DATE " CYCLE " WS-ORIG-CYCLE
013180     END-IF.
013190 2270-EXIT.
013200     EXIT.
013210 2280-SCAN-SET-HISTORY-RTN.
013220     READ AUDFILE NEXT RECORD
013230         AT END
013240             MOVE "Y" TO WS-DUP-SCAN-SWITCH
013250     END-READ.
013260     IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "02"
013270         MOVE "Y" TO WS-DUP-SCAN-SWITCH
013280     END-IF.
013290     IF WS-DUP-SCAN-DONE
013300         GO TO 2280-EXIT.
013310     IF AUD-SET-ID NOT = WS-SET-ID
013320         MOVE "Y" TO WS-DUP-SCAN-SWITCH
013330         GO TO 2280-EXIT.
013340*    ON A RESTART THE FAILED RUN (SAME FEED DATE AND CYCLE, ANY
013350*    OTHER RUN TIME) HAS ALREADY WRITTEN THE SETS PAST ITS LAST
013360*    CHECKPOINT; THOSE ARE THIS RUN'S OWN SETS, NOT DUPLICATES.
013370     IF WS-RESTART-RUN
013380             AND AUD-RUN-DATE = WS-CKPT-SAVED-DATE
013390             AND AUD-CYCLE-NO IS NUMERIC
013400             AND AUD-CYCLE-NO = WS-CKPT-SAVED-CYCLE
013410             AND AUD-RUN-TIME NOT = WS-CURRENT-TIME
013420         GO TO 2280-EXIT.
013430*    A TYPE X REVERSAL ALWAYS FOLLOWS THE COMPARISON IT BACKS
013440*    OUT ON THE SET'S HISTORY, SO IT CAN ONLY CANCEL THE
013450*    CANDIDATE JUST TAKEN OR THE ONE BEFORE IT.
013460     IF AUD-TYPE-REVERSAL
013470         PERFORM 2290-DROP-REVERSED-RTN THRU 2290-EXIT
013480         GO TO 2280-EXIT.
013490     IF NOT AUD-TYPE-COMPARISON OR AUD-WINNER-ERROR
013500         GO TO 2280-EXIT.
013510     IF AUD-RUN-DATE IS NOT NUMERIC
013520         GO TO 2280-EXIT.
013530     MOVE AUD-RUN-DATE TO WS-CNV-DATE.
013540     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
013550     IF WS-CNV-DAYS < WS-DUP-CUTOFF-DAYS
013560         GO TO 2280-EXIT.
013570     IF AUD-RUN-DATE < WS-ORIG-RUN-DATE
013580         GO TO 2280-EXIT.
013590     IF AUD-RUN-DATE = WS-ORIG-RUN-DATE
013600             AND AUD-RUN-TIME NOT > WS-ORIG-RUN-TIME
013610         GO TO 2280-EXIT.
013620     MOVE WS-ORIG-RUN-DATE TO WS-PREV-RUN-DATE.
013630     MOVE WS-ORIG-RUN-TIME TO WS-PREV-RUN-TIME.
013640     MOVE WS-ORIG-CYCLE TO WS-PREV-CYCLE.
013650     MOVE AUD-RUN-DATE TO WS-ORIG-RUN-DATE.
013660     MOVE AUD-RUN-TIME TO WS-ORIG-RUN-TIME.
013670     IF AUD-CYCLE-NO IS NUMERIC AND AUD-CYCLE-NO > ZERO
013680         MOVE AUD-CYCLE-NO TO WS-ORIG-CYCLE
013690     ELSE
013700         MOVE 01 TO WS-ORIG-CYCLE
013710     END-IF.
013720 2280-EXIT.
013730     EXIT.
013740 2290-DROP-REVERSED-RTN.
013750     IF NOT AUD-REVERSES-COMPARISON
013760         GO TO 2290-EXIT.
013770     IF AUD-RUN-DATE = WS-ORIG-RUN-DATE
013780             AND AUD-RUN-TIME = WS-ORIG-RUN-TIME
013790         MOVE WS-PREV-RUN-DATE TO WS-ORIG-RUN-DATE
013800         MOVE WS-PREV-RUN-TIME TO WS-ORIG-RUN-TIME
013810         MOVE WS-PREV-CYCLE TO WS-ORIG-CYCLE
013820         MOVE ZERO TO WS-PREV-RUN-DATE WS-PREV-RUN-TIME
013830             WS-PREV-CYCLE
013840         GO TO 2290-EXIT.
013850     IF AUD-RUN-DATE = WS-PREV-RUN-DATE
013860             AND AUD-RUN-TIME = WS-PREV-RUN-TIME
013870         MOVE ZERO TO WS-PREV-RUN-DATE WS-PREV-RUN-TIME
013880             WS-PREV-CYCLE
013890     END-IF.
013900 2290-EXIT.
013910     EXIT.
013920*----------------------------------------------------------------*
013930*    2510-WRITE-JOURNAL-RTN - THE AFTER-IMAGE OF THE RECORD      *
013940*    JUST ADDED GOES TO THE FORWARD-RECOVERY JOURNAL.  A RECORD  *
013950*    ON THE TRAIL THAT IS NOT ON THE JOURNAL COULD NOT BE        *
013960*    RECOVERED, SO A JOURNAL THAT WILL NOT TAKE THE WRITE STOPS  *
013970*    THE RUN.                                                    *
013980*----------------------------------------------------------------*
013990 2510-WRITE-JOURNAL-RTN.
014000     MOVE SPACES TO JRN-RECORD.
014010     MOVE "A" TO JRN-REC-TYPE.
014020     MOVE "A" TO JRN-ACTION.
014030     ACCEPT JRN-POST-DATE FROM DATE YYYYMMDD.
014040     ACCEPT JRN-POST-TIME FROM TIME.
014050     MOVE "CONDITIONALS" TO JRN-PROGRAM.
014060     MOVE AUDIT-RECORD TO JRN-IMAGE.
014070     WRITE JRN-RECORD.
014080     IF WS-JRNL-STATUS NOT = "00"
014090         DISPLAY "CONDITIONALS - UNABLE TO WRITE AUDJRNL - "
014100             "STATUS " WS-JRNL-STATUS
014110         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
014120     END-IF.
014130 2510-EXIT.
014140     EXIT.
014150*----------------------------------------------------------------*
014160*    7200-DATE-TO-DAYS-RTN - WS-CNV-DATE (YYYYMMDD) TO A DAY     *
014170*    SERIAL FROM 01/01/1900.  GOOD FOR 1900-2099, WHERE EVERY    *
014180*    FOURTH YEAR LEAPS EXCEPT 1900 ITSELF.                       *
014190*----------------------------------------------------------------*
014200 7200-DATE-TO-DAYS-RTN.
014210     COMPUTE WS-CNV-DAYS = (WS-CNV-YYYY - 1900) * 365.
014220     COMPUTE WS-LEAP-CNT = (WS-CNV-YYYY - 1901) / 4.
014230     ADD WS-LEAP-CNT TO WS-CNV-DAYS.
014240     EVALUATE WS-CNV-MM
014250         WHEN 01 ADD 000 TO WS-CNV-DAYS
014260         WHEN 02 ADD 031 TO WS-CNV-DAYS
014270         WHEN 03 ADD 059 TO WS-CNV-DAYS
014280         WHEN 04 ADD 090 TO WS-CNV-DAYS
014290         WHEN 05 ADD 120 TO WS-CNV-DAYS
014300         WHEN 06 ADD 151 TO WS-CNV-DAYS
014310         WHEN 07 ADD 181 TO WS-CNV-DAYS
014320         WHEN 08 ADD 212 TO WS-CNV-DAYS
014330         WHEN 09 ADD 243 TO WS-CNV-DAYS
014340         WHEN 10 ADD 273 TO WS-CNV-DAYS
014350         WHEN 11 ADD 304 TO WS-CNV-DAYS
014360         WHEN 12 ADD 334 TO WS-CNV-DAYS
014370     END-EVALUATE.
014380     IF WS-CNV-MM > 02
014390         DIVIDE WS-CNV-YYYY BY 4
014400             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
014410         IF WS-LEAP-REM = ZERO
014420                 AND WS-CNV-YYYY NOT = 1900
014430             ADD 1 TO WS-CNV-DAYS
014440         END-IF
014450     END-IF.
014460     ADD WS-CNV-DD TO WS-CNV-DAYS.
014470 7200-EXIT.
014480     EXIT.
014490*----------------------------------------------------------------*
014500*    7400-SET-WEEKDAY-RTN - WEEKDAY OF THE SERIAL IN WS-WKD-DAYS *
014510*    (0 = MONDAY TO 6 = SUNDAY).                                 *
014520*----------------------------------------------------------------*
014530 7400-SET-WEEKDAY-RTN.
014540     COMPUTE WS-WKD-WEEKS = (WS-WKD-DAYS - 1) / 7.
014550     COMPUTE WS-WEEKDAY = WS-WKD-DAYS - 1 - (WS-WKD-WEEKS * 7).
014560 7400-EXIT.
014570     EXIT.
014580*----------------------------------------------------------------*
014590*    7500-TEST-BUSINESS-DAY-RTN - IS THE SERIAL IN WS-CNV-DAYS A *
014600*    BUSINESS DAY?  THE WEEKDAY RULE FIRST, THEN A CALENDAR ROW  *
014610*    FOR THE DATE OVERRIDES IT EITHER WAY.                       *
014620*----------------------------------------------------------------*
014630 7500-TEST-BUSINESS-DAY-RTN.
014640     MOVE WS-CNV-DAYS TO WS-WKD-DAYS.
014650     PERFORM 7400-SET-WEEKDAY-RTN THRU 7400-EXIT.
014660     IF WS-WEEKDAY < 5
014670         MOVE "Y" TO WS-BUS-DAY-SWITCH
014680     ELSE
014690         MOVE "N" TO WS-BUS-DAY-SWITCH
014700     END-IF.
014710     PERFORM 7510-CHECK-CALENDAR-RTN THRU 7510-EXIT
014720         VARYING WS-CAL-IDX FROM 1 BY 1
014730         UNTIL WS-CAL-IDX > WS-CAL-COUNT.
014740 7500-EXIT.
014750     EXIT.
014760 7510-CHECK-CALENDAR-RTN.
014770     IF WS-CAL-DAYS(WS-CAL-IDX) = WS-CNV-DAYS
014780         IF WS-CAL-TYPE(WS-CAL-IDX) = "H"
014790             MOVE "N" TO WS-BUS-DAY-SWITCH
014800         ELSE
014810             MOVE "Y" TO WS-BUS-DAY-SWITCH
014820         END-IF
014830     END-IF.
014840 7510-EXIT.
014850     EXIT.
