000010*****************************************************************
000020*                                                               *
000030*    PROGRAM      PENDRPT                                     *
000040*    FUNCTION     PENDING-APPROVAL REPORT.  LISTS EVERY       *
000050*                 CHANGE STILL WAITING FOR A SECOND USER ON   *
000060*                 THE THREE DUAL-CONTROL PENDING FILES -      *
000070*                 THRESHOLD ROWS (PARMPEND), SET MASTER ROWS  *
000080*                 (SETMPEND) AND TIE DECISIONS (TIEPEND) -    *
000090*                 WITH WHO KEYED IT, WHEN, HOW MANY DAYS IT   *
000100*                 HAS WAITED AND WHAT IT WOULD CHANGE, SO AN  *
000110*                 UNAPPROVED CHANGE CANNOT SIT UNNOTICED.     *
000120*                                                               *
000130*****************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. PENDRPT.
000160 AUTHOR. R T MEEKS.
000170 INSTALLATION. RECONCILIATION SYSTEMS UNIT.
000180 DATE-WRITTEN. 10/15/2026.
000190 DATE-COMPILED.
000200*****************************************************************
000210*    MODIFICATION HISTORY                                      *
000220*    DATE        INIT   DESCRIPTION                            *
000230*    10/15/2026  RTM    ORIGINAL VERSION.  DUAL CONTROL       *
000240*                       LEAVES CHANGES WAITING ON PARMPEND,   *
000250*                       SETMPEND AND TIEPEND UNTIL A SECOND   *
000260*                       USER WORKS THEM.  THE AS-OF DATE AND  *
000270*                       THE OVERDUE THRESHOLD (DEFAULT 2      *
000280*                       DAYS) COME FROM THE PENDCTL CARD,     *
000290*                       CONSOLE PROMPT AS THE FALLBACK.  EACH *
000300*                       FILE PRINTS ITS OWN SECTION; A        *
000310*                       MISSING FILE PRINTS AS NOTHING        *
000320*                       WAITING.                              *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PARMPEND ASSIGN TO "PARMPEND"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PPND-STATUS.
000430     SELECT SETMPEND ASSIGN TO "SETMPEND"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SPND-STATUS.
000460     SELECT TIEPEND ASSIGN TO "TIEPEND"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-TPND-STATUS.
000490     SELECT PENDCTL ASSIGN TO "PENDCTL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CTL-STATUS.
000520     SELECT PENDLIST ASSIGN TO "PENDLIST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RPT-STATUS.
000550     SELECT RUNLOG ASSIGN TO "RUNLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RLOG-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PARMPEND
000610     LABEL RECORDS ARE STANDARD.
000620 COPY PENDREC REPLACING ==:PFX:== BY ==PPND==.
000630 FD  SETMPEND
000640     LABEL RECORDS ARE STANDARD.
000650 COPY PENDREC REPLACING ==:PFX:== BY ==SPND==.
000660 FD  TIEPEND
000670     LABEL RECORDS ARE STANDARD.
000680 COPY PENDREC REPLACING ==:PFX:== BY ==TPND==.
000690 FD  PENDCTL
000700     LABEL RECORDS ARE STANDARD.
000710 01  PC-RECORD.
000720     05  PC-AS-OF-DATE                  PIC 9(08).
000730     05  PC-OVERDUE-DAYS                PIC 9(03).
000740     05  FILLER                         PIC X(69).
000750 FD  PENDLIST
000760     LABEL RECORDS ARE STANDARD.
000770 01  RPT-RECORD                     PIC X(132).
000780 FD  RUNLOG
000790     LABEL RECORDS ARE STANDARD.
000800 COPY RLOGREC.
000810 WORKING-STORAGE SECTION.
000820*----------------------------------------------------------------*
000830*    FILE STATUS FIELDS                                          *
000840*----------------------------------------------------------------*
000850 77  WS-PPND-STATUS                 PIC X(02) VALUE SPACES.
000860 77  WS-SPND-STATUS                 PIC X(02) VALUE SPACES.
000870 77  WS-TPND-STATUS                 PIC X(02) VALUE SPACES.
000880 77  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
000890 77  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
000900 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
000910 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
000920*----------------------------------------------------------------*
000930*    SWITCHES                                                    *
000940*----------------------------------------------------------------*
000950 77  WS-EOF-SWITCH                  PIC X(01) VALUE "N".
000960     88  WS-END-OF-FILE                        VALUE "Y".
000970 77  WS-SOURCE                      PIC X(01) VALUE SPACE.
000980     88  WS-SOURCE-PARM                        VALUE "P".
000990     88  WS-SOURCE-SETM                        VALUE "S".
001000     88  WS-SOURCE-TIE                         VALUE "T".
001010*----------------------------------------------------------------*
001020*    RUN IDENTIFICATION AND OVERDUE THRESHOLD                    *
001030*----------------------------------------------------------------*
001040 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001050 77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001060 77  WS-AS-OF-DATE                  PIC 9(08) VALUE ZERO.
001070 77  WS-OVERDUE-DAYS                PIC 9(03) VALUE 002.
001080 77  WS-AS-OF-DAYS                  PIC 9(08) COMP VALUE ZERO.
001090 77  WS-AGE-DAYS                    PIC 9(08) COMP VALUE ZERO.
001100 01  WS-CNV-DATE                    PIC 9(08) VALUE ZERO.
001110 01  WS-CNV-DATE-R REDEFINES WS-CNV-DATE.
001120     05  WS-CNV-YYYY                PIC 9(04).
001130     05  WS-CNV-MM                  PIC 9(02).
001140     05  WS-CNV-DD                  PIC 9(02).
001150 77  WS-CNV-DAYS                    PIC 9(08) COMP VALUE ZERO.
001160 77  WS-LEAP-CNT                    PIC 9(04) COMP VALUE ZERO.
001170 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
001180 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE ZERO.
001190*----------------------------------------------------------------*
001200*    COUNTERS                                                    *
001210*----------------------------------------------------------------*
001220 77  WS-READ-COUNT                  PIC 9(08) COMP VALUE ZERO.
001230 77  WS-PENDING-COUNT               PIC 9(08) COMP VALUE ZERO.
001240 77  WS-OVERDUE-COUNT               PIC 9(08) COMP VALUE ZERO.
001250 77  WS-FILE-PENDING                PIC 9(08) COMP VALUE ZERO.
001260 77  WS-FILE-OVERDUE                PIC 9(08) COMP VALUE ZERO.
001270*----------------------------------------------------------------*
001280*    THE PENDING ITEM BEING LISTED, WHICHEVER FILE IT CAME FROM  *
001290*----------------------------------------------------------------*
001300 COPY PENDREC REPLACING ==:PFX:== BY ==WPND==.
001310*----------------------------------------------------------------*
001320*    THE PROPOSED CHANGE, VIEWED AS THE TRANSACTION IT CAME      *
001330*    FROM - A PARMTRAN ROW, A SETMTRAN ROW OR A WORKLIST ITEM    *
001340*----------------------------------------------------------------*
001350 01  WS-IMAGE                       PIC X(80).
001360 01  WS-PARM-IMAGE REDEFINES WS-IMAGE.
001370     05  WS-PI-EFF-DATE             PIC 9(08).
001380     05  WS-PI-LOW-LIMIT            PIC X(03).
001390     05  WS-PI-HIGH-LIMIT           PIC X(04).
001400     05  WS-PI-TIE-RULE             PIC X(01).
001410     05  WS-PI-SCOPE                PIC X(10).
001420     05  FILLER                     PIC X(54).
001430 01  WS-SETM-IMAGE REDEFINES WS-IMAGE.
001440     05  WS-SI-SET-ID               PIC X(10).
001450     05  WS-SI-BRANCH               PIC X(06).
001460     05  WS-SI-DESC                 PIC X(30).
001470     05  WS-SI-STATUS               PIC X(01).
001480     05  WS-SI-OPEN-DATE            PIC 9(08).
001490     05  WS-SI-CLOSE-DATE           PIC 9(08).
001500     05  FILLER                     PIC X(17).
001510 01  WS-TIE-IMAGE REDEFINES WS-IMAGE.
001520     05  WS-TI-RUN-DATE             PIC 9(08).
001530     05  WS-TI-RUN-TIME             PIC 9(08).
001540     05  WS-TI-SET-ID               PIC X(10).
001550     05  WS-TI-NUM1                 PIC X(03).
001560     05  WS-TI-NUM2                 PIC X(03).
001570     05  WS-TI-NUM3                 PIC X(03).
001580     05  WS-TI-TIE-FIELDS           PIC X(03).
001590     05  WS-TI-RANGE-SW             PIC X(01).
001600     05  WS-TI-STATUS               PIC X(01).
001610     05  WS-TI-WINNING-FIELD        PIC X(01).
001620     05  FILLER                     PIC X(39).
001630*----------------------------------------------------------------*
001640*    REPORT LINE LAYOUTS                                         *
001650*----------------------------------------------------------------*
001660 01  WS-REPORT-HEADING-1.
001670     05  FILLER                     PIC X(01) VALUE SPACE.
001680     05  FILLER                     PIC X(40)
001690             VALUE "PENDING-APPROVAL REPORT".
001700     05  FILLER                     PIC X(10) VALUE SPACES.
001710     05  FILLER                     PIC X(11) VALUE "RUN DATE : ".
001720     05  WS-HDG-DATE                PIC 9(08).
001730 01  WS-REPORT-HEADING-2.
001740     05  FILLER                     PIC X(01) VALUE SPACE.
001750     05  FILLER                     PIC X(11) VALUE "PROGRAM : ".
001760     05  FILLER                PIC X(15) VALUE "PENDRPT".
001770     05  FILLER                     PIC X(11) VALUE "AS OF    : ".
001780     05  WS-HDG-AS-OF               PIC 9(08).
001790     05  FILLER                     PIC X(05) VALUE SPACES.
001800     05  FILLER                     PIC X(16)
001810             VALUE "OVERDUE AFTER : ".
001820     05  WS-HDG-OVERDUE             PIC ZZ9.
001830     05  FILLER                     PIC X(05) VALUE " DAYS".
001840 01  WS-SOURCE-HEADING.
001850     05  FILLER                     PIC X(01) VALUE SPACE.
001860     05  FILLER                     PIC X(18)
001870             VALUE "PENDING CHANGES - ".
001880     05  WS-SRC-TITLE               PIC X(40).
001890 01  WS-REPORT-COLUMN-HDGS.
001900     05  FILLER                     PIC X(08) VALUE "ENTERED ".
001910     05  FILLER                     PIC X(02) VALUE SPACES.
001920     05  FILLER                     PIC X(08) VALUE "TIME    ".
001930     05  FILLER                     PIC X(02) VALUE SPACES.
001940     05  FILLER                     PIC X(08) VALUE "MAKER   ".
001950     05  FILLER                     PIC X(02) VALUE SPACES.
001960     05  FILLER                     PIC X(05) VALUE "  AGE".
001970     05  FILLER                     PIC X(02) VALUE SPACES.
001980     05  FILLER                     PIC X(07) VALUE "       ".
001990     05  FILLER                     PIC X(02) VALUE SPACES.
002000     05  FILLER                     PIC X(16)
002010             VALUE "PROPOSED CHANGE ".
002020 01  WS-DETAIL-LINE.
002030     05  WS-DTL-ENTRY-DATE          PIC 9(08).
002040     05  FILLER                     PIC X(02) VALUE SPACES.
002050     05  WS-DTL-ENTRY-TIME          PIC 9(08).
002060     05  FILLER                     PIC X(02) VALUE SPACES.
002070     05  WS-DTL-MAKER               PIC X(08).
002080     05  FILLER                     PIC X(02) VALUE SPACES.
002090     05  WS-DTL-AGE                 PIC ZZZZ9.
002100     05  FILLER                     PIC X(02) VALUE SPACES.
002110     05  WS-DTL-OVERDUE             PIC X(07).
002120     05  FILLER                     PIC X(02) VALUE SPACES.
002130     05  WS-DTL-CHANGE              PIC X(80).
002140 01  WS-SOURCE-TOTAL-LINE.
002150     05  FILLER                     PIC X(08) VALUE SPACES.
002160     05  FILLER                     PIC X(17)
002170             VALUE "ITEMS PENDING  = ".
002180     05  WS-STL-PENDING             PIC ZZZZZ9.
002190     05  FILLER                     PIC X(05) VALUE SPACES.
002200     05  FILLER                     PIC X(17)
002210             VALUE "ITEMS OVERDUE  = ".
002220     05  WS-STL-OVERDUE             PIC ZZZZZ9.
002230 01  WS-NONE-PENDING-LINE.
002240     05  FILLER                     PIC X(01) VALUE SPACE.
002250     05  FILLER                     PIC X(40)
002260             VALUE "NO CHANGES AWAITING APPROVAL".
002270 01  WS-FOOTER-LINE.
002280     05  FILLER                     PIC X(01) VALUE SPACE.
002290     05  FILLER                     PIC X(20)
002300             VALUE "PENDING RECS READ = ".
002310     05  WS-FTR-READ                PIC ZZZZZ9.
002320     05  FILLER                     PIC X(05) VALUE SPACES.
002330     05  FILLER                     PIC X(20)
002340             VALUE "AWAITING APPROVAL = ".
002350     05  WS-FTR-PENDING             PIC ZZZZZ9.
002360     05  FILLER                     PIC X(05) VALUE SPACES.
002370     05  FILLER                     PIC X(20)
002380             VALUE "OVERDUE           = ".
002390     05  WS-FTR-OVERDUE             PIC ZZZZZ9.
002400 PROCEDURE DIVISION.
002410*----------------------------------------------------------------*
002420*    0000-MAINLINE-RTN                                           *
002430*----------------------------------------------------------------*
002440 0000-MAINLINE-RTN.
002450     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
002460     PERFORM 2000-LIST-PARM-RTN THRU 2000-EXIT.
002470     PERFORM 3000-LIST-SETM-RTN THRU 3000-EXIT.
002480     PERFORM 4000-LIST-TIE-RTN THRU 4000-EXIT.
002490     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
002500     STOP RUN.
002510 0000-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------*
002540*    1000-INITIALIZE-RTN - THE AS-OF DATE AND OVERDUE THRESHOLD  *
002550*    COME FROM THE PENDCTL CARD; THE CONSOLE PROMPT REMAINS THE  *
002560*    FALLBACK.  A ZERO AS-OF DATE MEANS TODAY.                   *
002570*----------------------------------------------------------------*
002580 1000-INITIALIZE-RTN.
002590     DISPLAY "PENDRPT - PENDING-APPROVAL REPORT STARTING".
002600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002610     ACCEPT WS-CURRENT-TIME FROM TIME.
002620     OPEN INPUT PENDCTL.
002630     IF WS-CTL-STATUS = "00"
002640         READ PENDCTL
002650             AT END
002660                 PERFORM 1060-PROMPT-OPERATOR-RTN THRU 1060-EXIT
002670             NOT AT END
002680                 MOVE PC-AS-OF-DATE TO WS-AS-OF-DATE
002690                 IF PC-OVERDUE-DAYS IS NUMERIC
002700                         AND PC-OVERDUE-DAYS > ZERO
002710                     MOVE PC-OVERDUE-DAYS TO WS-OVERDUE-DAYS
002720                 END-IF
002730         END-READ
002740         CLOSE PENDCTL
002750     ELSE
002760         PERFORM 1060-PROMPT-OPERATOR-RTN THRU 1060-EXIT
002770     END-IF.
002780     IF WS-AS-OF-DATE IS NOT NUMERIC OR WS-AS-OF-DATE = ZERO
002790         MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
002800     END-IF.
002810     MOVE WS-AS-OF-DATE TO WS-CNV-DATE.
002820     PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT.
002830     MOVE WS-CNV-DAYS TO WS-AS-OF-DAYS.
002840     OPEN OUTPUT PENDLIST.
002850     IF WS-RPT-STATUS NOT = "00"
002860         DISPLAY "PENDRPT - UNABLE TO OPEN PENDLIST - "
002870             "STATUS " WS-RPT-STATUS
002880         STOP RUN
002890     END-IF.
002900     MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
002910     MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF.
002920     MOVE WS-OVERDUE-DAYS TO WS-HDG-OVERDUE.
002930     WRITE RPT-RECORD FROM WS-REPORT-HEADING-1.
002940     WRITE RPT-RECORD FROM WS-REPORT-HEADING-2.
002950 1000-EXIT.
002960     EXIT.
002970 1060-PROMPT-OPERATOR-RTN.
002980     DISPLAY "AGE PENDING CHANGES AS OF (YYYYMMDD, 0 = TODAY) ? ".
002990     ACCEPT WS-AS-OF-DATE FROM CONSOLE.
003000 1060-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------*
003030*    2000-LIST-PARM-RTN - THRESHOLD ROWS KEYED THROUGH PARMMNT.  *
003040*    NO PENDING FILE MEANS NOTHING HAS EVER BEEN HELD.           *
003050*----------------------------------------------------------------*
003060 2000-LIST-PARM-RTN.
003070     MOVE "P" TO WS-SOURCE.
003080     MOVE "THRESHOLD PARAMETERS (PARMMNT)" TO WS-SRC-TITLE.
003090     PERFORM 5000-START-SOURCE-RTN THRU 5000-EXIT.
003100     OPEN INPUT PARMPEND.
003110     IF WS-PPND-STATUS NOT = "00"
003120         GO TO 2090-END-SOURCE.
003130     MOVE "N" TO WS-EOF-SWITCH.
003140     PERFORM 2100-READ-PARM-RTN THRU 2100-EXIT
003150         UNTIL WS-END-OF-FILE.
003160     CLOSE PARMPEND.
003170 2090-END-SOURCE.
003180     PERFORM 5900-END-SOURCE-RTN THRU 5900-EXIT.
003190 2000-EXIT.
003200     EXIT.
003210 2100-READ-PARM-RTN.
003220     READ PARMPEND INTO WPND-RECORD
003230         AT END
003240             MOVE "Y" TO WS-EOF-SWITCH
003250     END-READ.
003260     IF NOT WS-END-OF-FILE
003270         PERFORM 5100-LIST-ITEM-RTN THRU 5100-EXIT
003280     END-IF.
003290 2100-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------*
003320*    3000-LIST-SETM-RTN - SET MASTER ROWS KEYED THROUGH SETMMNT  *
003330*----------------------------------------------------------------*
003340 3000-LIST-SETM-RTN.
003350     MOVE "S" TO WS-SOURCE.
003360     MOVE "SET MASTER (SETMMNT)" TO WS-SRC-TITLE.
003370     PERFORM 5000-START-SOURCE-RTN THRU 5000-EXIT.
003380     OPEN INPUT SETMPEND.
003390     IF WS-SPND-STATUS NOT = "00"
003400         GO TO 3090-END-SOURCE.
003410     MOVE "N" TO WS-EOF-SWITCH.
003420     PERFORM 3100-READ-SETM-RTN THRU 3100-EXIT
003430         UNTIL WS-END-OF-FILE.
003440     CLOSE SETMPEND.
003450 3090-END-SOURCE.
003460     PERFORM 5900-END-SOURCE-RTN THRU 5900-EXIT.
003470 3000-EXIT.
003480     EXIT.
003490 3100-READ-SETM-RTN.
003500     READ SETMPEND INTO WPND-RECORD
003510         AT END
003520             MOVE "Y" TO WS-EOF-SWITCH
003530     END-READ.
003540     IF NOT WS-END-OF-FILE
003550         PERFORM 5100-LIST-ITEM-RTN THRU 5100-EXIT
003560     END-IF.
003570 3100-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------*
003600*    4000-LIST-TIE-RTN - TIE DECISIONS PROPOSED THROUGH TIEDECID *
003610*----------------------------------------------------------------*
003620 4000-LIST-TIE-RTN.
003630     MOVE "T" TO WS-SOURCE.
003640     MOVE "TIE DECISIONS (TIEDECID)" TO WS-SRC-TITLE.
003650     PERFORM 5000-START-SOURCE-RTN THRU 5000-EXIT.
003660     OPEN INPUT TIEPEND.
003670     IF WS-TPND-STATUS NOT = "00"
003680         GO TO 4090-END-SOURCE.
003690     MOVE "N" TO WS-EOF-SWITCH.
003700     PERFORM 4100-READ-TIE-RTN THRU 4100-EXIT
003710         UNTIL WS-END-OF-FILE.
003720     CLOSE TIEPEND.
003730 4090-END-SOURCE.
003740     PERFORM 5900-END-SOURCE-RTN THRU 5900-EXIT.
003750 4000-EXIT.
003760     EXIT.
003770 4100-READ-TIE-RTN.
003780     READ TIEPEND INTO WPND-RECORD
003790         AT END
003800             MOVE "Y" TO WS-EOF-SWITCH
003810     END-READ.
003820     IF NOT WS-END-OF-FILE
003830         PERFORM 5100-LIST-ITEM-RTN THRU 5100-EXIT
003840     END-IF.
003850 4100-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------*
003880*    5000-START-SOURCE-RTN - SECTION HEADING FOR ONE FILE        *
003890*----------------------------------------------------------------*
003900 5000-START-SOURCE-RTN.
003910     MOVE ZERO TO WS-FILE-PENDING.
003920     MOVE ZERO TO WS-FILE-OVERDUE.
003930     MOVE SPACES TO RPT-RECORD.
003940     WRITE RPT-RECORD.
003950     WRITE RPT-RECORD FROM WS-SOURCE-HEADING.
003960     MOVE SPACES TO RPT-RECORD.
003970     WRITE RPT-RECORD.
003980     WRITE RPT-RECORD FROM WS-REPORT-COLUMN-HDGS.
003990 5000-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------*
004020*    5100-LIST-ITEM-RTN - ONLY ITEMS STILL PENDING ARE LISTED.   *
004030*    THE AGE IS WHOLE CALENDAR DAYS FROM ENTRY TO THE AS-OF      *
004040*    DATE; AN ITEM OLDER THAN THE THRESHOLD IS FLAGGED OVERDUE.  *
004050*----------------------------------------------------------------*
004060 5100-LIST-ITEM-RTN.
004070     ADD 1 TO WS-READ-COUNT.
004080     IF NOT WPND-PENDING
004090         GO TO 5100-EXIT.
004100     ADD 1 TO WS-PENDING-COUNT.
004110     ADD 1 TO WS-FILE-PENDING.
004120     MOVE ZERO TO WS-AGE-DAYS.
004130     IF WPND-ENTRY-DATE IS NUMERIC
004140             AND WPND-ENTRY-DATE < WS-AS-OF-DATE
004150         MOVE WPND-ENTRY-DATE TO WS-CNV-DATE
004160         PERFORM 7200-DATE-TO-DAYS-RTN THRU 7200-EXIT
004170         COMPUTE WS-AGE-DAYS = WS-AS-OF-DAYS - WS-CNV-DAYS
004180     END-IF.
004190     MOVE SPACES TO WS-DETAIL-LINE.
004200     MOVE WPND-ENTRY-DATE TO WS-DTL-ENTRY-DATE.
004210     MOVE WPND-ENTRY-TIME TO WS-DTL-ENTRY-TIME.
004220     MOVE WPND-MAKER-ID TO WS-DTL-MAKER.
004230     MOVE WS-AGE-DAYS TO WS-DTL-AGE.
004240     IF WS-AGE-DAYS > WS-OVERDUE-DAYS
004250         MOVE "OVERDUE" TO WS-DTL-OVERDUE
004260         ADD 1 TO WS-OVERDUE-COUNT
004270         ADD 1 TO WS-FILE-OVERDUE
004280     END-IF.
004290     MOVE WPND-IMAGE TO WS-IMAGE.
004300     EVALUATE TRUE
004310         WHEN WS-SOURCE-PARM
004320             PERFORM 5200-DESCRIBE-PARM-RTN THRU 5200-EXIT
004330         WHEN WS-SOURCE-SETM
004340             PERFORM 5300-DESCRIBE-SETM-RTN THRU 5300-EXIT
004350         WHEN WS-SOURCE-TIE
004360             PERFORM 5400-DESCRIBE-TIE-RTN THRU 5400-EXIT
004370     END-EVALUATE.
004380     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
004390 5100-EXIT.
004400     EXIT.
004410 5200-DESCRIBE-PARM-RTN.
004420     STRING "EFF " DELIMITED BY SIZE
004430            WS-PI-EFF-DATE DELIMITED BY SIZE
004440            "  LOW " DELIMITED BY SIZE
004450            WS-PI-LOW-LIMIT DELIMITED BY SIZE
004460            "  HIGH " DELIMITED BY SIZE
004470            WS-PI-HIGH-LIMIT DELIMITED BY SIZE
004480            "  RULE " DELIMITED BY SIZE
004490            WS-PI-TIE-RULE DELIMITED BY SIZE
004500            "  SCOPE " DELIMITED BY SIZE
004510            WS-PI-SCOPE DELIMITED BY SIZE
004520         INTO WS-DTL-CHANGE
004530     END-STRING.
004540     IF WS-PI-SCOPE = SPACES
004550         MOVE "*GLOBAL*" TO WS-DTL-CHANGE(49:8)
004560     END-IF.
004570 5200-EXIT.
004580     EXIT.
004590 5300-DESCRIBE-SETM-RTN.
004600     STRING "SET " DELIMITED BY SIZE
004610            WS-SI-SET-ID DELIMITED BY SIZE
004620            "  BRANCH " DELIMITED BY SIZE
004630            WS-SI-BRANCH DELIMITED BY SIZE
004640            "  STATUS " DELIMITED BY SIZE
004650            WS-SI-STATUS DELIMITED BY SIZE
004660            "  OPEN " DELIMITED BY SIZE
004670            WS-SI-OPEN-DATE DELIMITED BY SIZE
004680            "  CLOSE " DELIMITED BY SIZE
004690            WS-SI-CLOSE-DATE DELIMITED BY SIZE
004700         INTO WS-DTL-CHANGE
004710     END-STRING.
004720 5300-EXIT.
004730     EXIT.
004740 5400-DESCRIBE-TIE-RTN.
004750     STRING "SET " DELIMITED BY SIZE
004760            WS-TI-SET-ID DELIMITED BY SIZE
004770            "  RUN " DELIMITED BY SIZE
004780            WS-TI-RUN-DATE DELIMITED BY SIZE
004790            " " DELIMITED BY SIZE
004800            WS-TI-RUN-TIME DELIMITED BY SIZE
004810            "  TIED " DELIMITED BY SIZE
004820            WS-TI-TIE-FIELDS DELIMITED BY SIZE
004830            "  WINNER " DELIMITED BY SIZE
004840            WS-TI-WINNING-FIELD DELIMITED BY SIZE
004850         INTO WS-DTL-CHANGE
004860     END-STRING.
004870 5400-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------*
004900*    5900-END-SOURCE-RTN - TOTALS FOR ONE FILE, OR THE NOTICE    *
004910*    THAT NOTHING ON IT IS WAITING                               *
004920*----------------------------------------------------------------*
004930 5900-END-SOURCE-RTN.
004940     IF WS-FILE-PENDING = ZERO
004950         WRITE RPT-RECORD FROM WS-NONE-PENDING-LINE
004960         GO TO 5900-EXIT.
004970     MOVE WS-FILE-PENDING TO WS-STL-PENDING.
004980     MOVE WS-FILE-OVERDUE TO WS-STL-OVERDUE.
004990     WRITE RPT-RECORD FROM WS-SOURCE-TOTAL-LINE.
005000 5900-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------*
005030*    7200-DATE-TO-DAYS-RTN - WS-CNV-DATE (YYYYMMDD) TO A DAY     *
005040*    SERIAL FROM 01/01/1900.  GOOD FOR 1900-2099, WHERE EVERY    *
005050*    FOURTH YEAR LEAPS EXCEPT 1900 ITSELF.                       *
005060*----------------------------------------------------------------*
005070 7200-DATE-TO-DAYS-RTN.
005080     COMPUTE WS-CNV-DAYS = (WS-CNV-YYYY - 1900) * 365.
005090     COMPUTE WS-LEAP-CNT = (WS-CNV-YYYY - 1901) / 4.
005100     ADD WS-LEAP-CNT TO WS-CNV-DAYS.
005110     EVALUATE WS-CNV-MM
005120         WHEN 01 ADD 000 TO WS-CNV-DAYS
005130         WHEN 02 ADD 031 TO WS-CNV-DAYS
005140         WHEN 03 ADD 059 TO WS-CNV-DAYS
005150         WHEN 04 ADD 090 TO WS-CNV-DAYS
005160         WHEN 05 ADD 120 TO WS-CNV-DAYS
005170         WHEN 06 ADD 151 TO WS-CNV-DAYS
005180         WHEN 07 ADD 181 TO WS-CNV-DAYS
005190         WHEN 08 ADD 212 TO WS-CNV-DAYS
005200         WHEN 09 ADD 243 TO WS-CNV-DAYS
005210         WHEN 10 ADD 273 TO WS-CNV-DAYS
005220         WHEN 11 ADD 304 TO WS-CNV-DAYS
005230         WHEN 12 ADD 334 TO WS-CNV-DAYS
005240     END-EVALUATE.
005250     IF WS-CNV-MM > 02
005260         DIVIDE WS-CNV-YYYY BY 4
005270             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
005280         IF WS-LEAP-REM = ZERO
005290                 AND WS-CNV-YYYY NOT = 1900
005300             ADD 1 TO WS-CNV-DAYS
005310         END-IF
005320     END-IF.
005330     ADD WS-CNV-DD TO WS-CNV-DAYS.
005340 7200-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------*
005370*    8000-TERMINATE-RTN                                          *
005380*----------------------------------------------------------------*
005390 8000-TERMINATE-RTN.
005400     MOVE SPACES TO RPT-RECORD.
005410     WRITE RPT-RECORD.
005420     MOVE WS-READ-COUNT TO WS-FTR-READ.
005430     MOVE WS-PENDING-COUNT TO WS-FTR-PENDING.
005440     MOVE WS-OVERDUE-COUNT TO WS-FTR-OVERDUE.
005450     WRITE RPT-RECORD FROM WS-FOOTER-LINE.
005460     CLOSE PENDLIST.
005470     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
005480     DISPLAY "PENDRPT - REPORT COMPLETE - "
005490         WS-PENDING-COUNT " CHANGE(S) AWAITING APPROVAL, "
005500         WS-OVERDUE-COUNT " OVERDUE".
005510 8000-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------*
005540*    9000-WRITE-RUN-LOG-RTN - APPEND THIS RUN'S COMPLETION       *
005550*    RECORD TO THE SHARED OPERATIONS RUN LOG READ BY RUNSTAT.    *
005560*    A LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT       *
005570*    FAIL THE RUN.                                               *
005580*----------------------------------------------------------------*
005590 9000-WRITE-RUN-LOG-RTN.
005600     OPEN EXTEND RUNLOG.
005610     IF WS-RLOG-STATUS NOT = "00"
005620         OPEN OUTPUT RUNLOG
005630     END-IF.
005640     IF WS-RLOG-STATUS NOT = "00"
005650         DISPLAY "PENDRPT - UNABLE TO WRITE RUN LOG - "
005660             "STATUS " WS-RLOG-STATUS
005670         GO TO 9000-EXIT.
005680     MOVE SPACES TO RLOG-RECORD.
005690     MOVE "PENDRPT" TO RLOG-PROGRAM.
005700     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
005710     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
005720     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
005730     ACCEPT RLOG-END-TIME FROM TIME.
005740     MOVE "PENDING" TO RLOG-MODE.
005750     MOVE WS-READ-COUNT TO RLOG-IN-COUNT.
005760     MOVE WS-PENDING-COUNT TO RLOG-OUT-COUNT.
005770     MOVE WS-OVERDUE-COUNT TO RLOG-SUSP-COUNT.
005780     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
005790     WRITE RLOG-RECORD.
005800     CLOSE RUNLOG.
005810 9000-EXIT.
005820     EXIT.
