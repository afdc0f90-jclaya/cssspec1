000010*****************************************************************
000020*                                                               *
000030*    PROGRAM      BRNPKG                                      *
000040*    FUNCTION     DAILY BRANCH PACKAGE.  RUN AFTER SETLRECN.  *
000050*                 FOR EVERY OWNING BRANCH ON THE SET MASTER   *
000060*                 ONE SELF-CONTAINED PACKAGE IS PRINTED: A    *
000070*                 COVER PAGE, THE BRANCH'S SETS COMPARED FOR  *
000080*                 THE PROCESSING DATE AND CYCLE, ITS OPEN     *
000090*                 SUSPENSE ITEMS WITH REASON CODES, ITS TIES  *
000100*                 STILL AWAITING A DECISION, AND ITS          *
000110*                 SETTLEMENT REJECTIONS FROM THE TYPE S AUDIT *
000120*                 RECORDS, CLOSED BY THE PACKAGE'S OWN        *
000130*                 CONTROL TOTALS.  A BRANCH WITH OPEN SETS    *
000140*                 BUT NOTHING TO REPORT GETS A ONE-PAGE       *
000150*                 NOTHING-OUTSTANDING NOTICE INSTEAD, SO      *
000160*                 SILENCE IS NEVER AMBIGUOUS.  A DISTRIBUTION *
000170*                 CONTROL REPORT LISTS WHAT EACH BRANCH WAS   *
000180*                 SENT, WITH ITS PAGE AND ITEM COUNTS, AND    *
000190*                 PROVES EVERY ITEM SELECTED WENT OUT.        *
000200*                                                               *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. BRNPKG.
000240 AUTHOR. R T MEEKS.
000250 INSTALLATION. RECONCILIATION SYSTEMS UNIT.
000260 DATE-WRITTEN. 10/15/2026.
000270 DATE-COMPILED.
000280*****************************************************************
000290*    MODIFICATION HISTORY                                      *
000300*    DATE        INIT   DESCRIPTION                            *
000310*    10/15/2026  RTM    ORIGINAL VERSION.  THE BRANCHES USED   *
000320*                       TO BE PHONED ABOUT THEIR ITEMS FROM    *
000330*                       THE SHOP-WIDE REPORTS.  THE DATE AND   *
000340*                       CYCLE COME FROM THE PKGCTL CARD        *
000350*                       (CONSOLE PROMPT AS THE FALLBACK); A    *
000360*                       ZERO DATE IS TODAY AND A ZERO CYCLE IS *
000370*                       THE WHOLE DATE.  SUSPENSE AND TIE      *
000380*                       ITEMS ARE EVERYTHING STILL OPEN,       *
000390*                       WHATEVER DATE THEY CAME FROM.  ITEMS   *
000400*                       FOR SETS NOT ON THE MASTER GO IN A     *
000410*                       PACKAGE FOR BRANCH *NONE*, RETAINED BY *
000420*                       THE UNIT.  ALL PACKAGES PRINT TO ONE   *
000430*                       FILE, EACH STARTING ON A NEW PAGE.     *
000440*    10/15/2026  RTM    A ZERO OR BLANK DATE ON THE PKGCTL     *
000450*                       CARD NOW MEANS THE PRIOR BUSINESS DAY  *
000460*                       FROM THE CALENDAR (CALFILE), AS IN     *
000470*                       SETTLEXT, SO AN UNATTENDED MONDAY RUN  *
000480*                       PACKAGES FRIDAY INSTEAD OF A DATE WITH *
000490*                       NOTHING ON IT.                         *
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT AUDFILE ASSIGN TO "AUDFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS AUD-KEY
000610         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000620         FILE STATUS IS WS-AUD-STATUS.
000630     SELECT SETMFILE ASSIGN TO "SETMFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-SETM-STATUS.
000660     SELECT SUSPFILE ASSIGN TO "SUSPFILE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-SUSP-STATUS.
000690     SELECT TIEWORK ASSIGN TO "TIEWORK"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-TIEW-STATUS.
000720     SELECT CALFILE ASSIGN TO "CALFILE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CAL-STATUS.
000750     SELECT PKGCTL ASSIGN TO "PKGCTL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CTL-STATUS.
000780     SELECT PKGFILE ASSIGN TO "PKGFILE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PKG-STATUS.
000810     SELECT DISTRPT ASSIGN TO "DISTRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-DST-STATUS.
000840     SELECT RUNLOG ASSIGN TO "RUNLOG"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-RLOG-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  AUDFILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY AUDREC.
000920 FD  SETMFILE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY SETMREC.
000950 FD  SUSPFILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY SUSPREC REPLACING ==:PFX:== BY ==SUSP==.
000980 FD  TIEWORK
000990     LABEL RECORDS ARE STANDARD.
001000 COPY TIEWREC.
001010 FD  CALFILE
001020     LABEL RECORDS ARE STANDARD.
001030 COPY CALREC.
001040 FD  PKGCTL
001050     LABEL RECORDS ARE STANDARD.
001060 01  PC-RECORD.
001070     05  PC-PROC-DATE                   PIC 9(08).
001080     05  PC-CYCLE-NO                    PIC 9(02).
001090     05  FILLER                         PIC X(70).
001100 FD  PKGFILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  PKG-RECORD                     PIC X(132).
001130 FD  DISTRPT
001140     LABEL RECORDS ARE STANDARD.
001150 01  DST-RECORD                     PIC X(132).
001160 FD  RUNLOG
001170     LABEL RECORDS ARE STANDARD.
001180 COPY RLOGREC.
001190 WORKING-STORAGE SECTION.
001200*----------------------------------------------------------------*
001210*    FILE STATUS FIELDS                                          *
001220*----------------------------------------------------------------*
001230 77  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
001240 77  WS-SETM-STATUS                 PIC X(02) VALUE SPACES.
001250 77  WS-SUSP-STATUS                 PIC X(02) VALUE SPACES.
001260 77  WS-TIEW-STATUS                 PIC X(02) VALUE SPACES.
001270 77  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
001280 77  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
001290 77  WS-PKG-STATUS                  PIC X(02) VALUE SPACES.
001300 77  WS-DST-STATUS                  PIC X(02) VALUE SPACES.
001310 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
001320 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
001330*----------------------------------------------------------------*
001340*    SWITCHES                                                    *
001350*----------------------------------------------------------------*
001360 77  WS-EOF-SWITCH                  PIC X(01) VALUE "N".
001370     88  WS-END-OF-FILE                        VALUE "Y".
001380 77  WS-SETM-EOF-SWITCH             PIC X(01) VALUE "N".
001390     88  WS-SETM-END-OF-FILE                   VALUE "Y".
001400 77  WS-SUSP-EOF-SWITCH             PIC X(01) VALUE "N".
001410     88  WS-SUSP-END-OF-FILE                   VALUE "Y".
001420 77  WS-TIEW-EOF-SWITCH             PIC X(01) VALUE "N".
001430     88  WS-TIEW-END-OF-FILE                   VALUE "Y".
001440 77  WS-SUSP-ON-HAND-SW             PIC X(01) VALUE "Y".
001450     88  WS-SUSP-ON-HAND                       VALUE "Y".
001460 77  WS-TIEW-ON-HAND-SW             PIC X(01) VALUE "Y".
001470     88  WS-TIEW-ON-HAND                       VALUE "Y".
001480*----------------------------------------------------------------*
001490*    RUN IDENTIFICATION                                          *
001500*----------------------------------------------------------------*
001510 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001520 77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001530 77  WS-PROC-DATE                   PIC 9(08) VALUE ZERO.
001540 77  WS-PKG-CYCLE                   PIC 9(02) VALUE ZERO.
001550*----------------------------------------------------------------*
001560*    DATE ARITHMETIC.  WS-CNV-DATE (YYYYMMDD) CONVERTS TO A DAY  *
001570*    SERIAL FROM 01/01/1900, GOOD FOR 1900-2099 WHERE EVERY      *
001580*    FOURTH YEAR IS A LEAP YEAR EXCEPT 1900 ITSELF.              *
001590*----------------------------------------------------------------*
001600 01  WS-CNV-DATE                    PIC 9(08) VALUE ZERO.
001610 01  WS-CNV-DATE-R REDEFINES WS-CNV-DATE.
001620     05  WS-CNV-YYYY                PIC 9(04).
001630     05  WS-CNV-MM                  PIC 9(02).
001640     05  WS-CNV-DD                  PIC 9(02).
001650 77  WS-CNV-DAYS                    PIC 9(08) COMP VALUE ZERO.
001660 77  WS-LEAP-CNT                    PIC 9(04) COMP VALUE ZERO.
001670 77  WS-LEAP-QUOT                   PIC 9(04) COMP VALUE ZERO.
001680 77  WS-LEAP-REM                    PIC 9(04) COMP VALUE ZERO.
001690*----------------------------------------------------------------*
001700*    BUSINESS-DAY CALENDAR (LOADED FROM CALFILE).  MONDAY TO     *
001710*    FRIDAY ARE BUSINESS DAYS UNLESS THE CALENDAR LISTS THE      *
001720*    DATE AS A HOLIDAY (H); A WEEKEND DATE LISTED AS A WORKED    *
001730*    DAY (B) IS A BUSINESS DAY.  DATES ARE HELD AS DAY SERIALS - *
001740*    SERIAL 1 (01/01/1900) WAS A MONDAY, SO THE WEEKDAY IS THE   *
001750*    REMAINDER OF (SERIAL - 1) / 7, 0 = MONDAY TO 6 = SUNDAY.    *
001760*----------------------------------------------------------------*
001770 77  WS-CAL-TABLE-MAX               PIC 9(04) COMP VALUE 0500.
001780 77  WS-CAL-COUNT                   PIC 9(04) COMP VALUE ZERO.
001790 77  WS-CAL-IDX                     PIC 9(04) COMP VALUE ZERO.
001800 77  WS-WKD-DAYS                    PIC 9(08) COMP VALUE ZERO.
001810 77  WS-WKD-WEEKS                   PIC 9(08) COMP VALUE ZERO.
001820 77  WS-WEEKDAY                     PIC 9(01) COMP VALUE ZERO.
001830 77  WS-BACK-STEPS                  PIC 9(04) COMP VALUE ZERO.
001840 77  WS-BACK-STEPS-MAX              PIC 9(04) COMP VALUE 0030.
001850 01  WS-CAL-TABLE.
001860     05  WS-CAL-ENTRY OCCURS 500 TIMES.
001870         10  WS-CAL-DAYS            PIC 9(08) COMP.
001880         10  WS-CAL-TYPE            PIC X(01).
001890 77  WS-BUS-DAY-SWITCH              PIC X(01) VALUE "Y".
001900     88  WS-BUSINESS-DAY                       VALUE "Y".
001910*----------------------------------------------------------------*
001920*    COUNTERS AND CONTROL TOTALS                                 *
001930*----------------------------------------------------------------*
001940 77  WS-SETM-READ-COUNT             PIC 9(08) COMP VALUE ZERO.
001950 77  WS-SELECTED-COUNT              PIC 9(08) COMP VALUE ZERO.
001960 77  WS-DROPPED-COUNT               PIC 9(08) COMP VALUE ZERO.
001970 77  WS-DISTRIB-COUNT               PIC 9(08) COMP VALUE ZERO.
001980 77  WS-SELECTED-HASH               PIC 9(12) VALUE ZERO.
001990 77  WS-DISTRIB-HASH                PIC 9(12) VALUE ZERO.
002000 77  WS-PACKAGE-COUNT               PIC 9(08) COMP VALUE ZERO.
002010 77  WS-NOTICE-COUNT                PIC 9(08) COMP VALUE ZERO.
002020 77  WS-TOTAL-PAGES                 PIC 9(08) COMP VALUE ZERO.
002030 77  WS-SECT-TOTAL                  PIC 9(08) COMP VALUE ZERO.
002040 77  WS-HASH-NUM                    PIC 9(03) VALUE ZERO.
002050*----------------------------------------------------------------*
002060*    PAGE CONTROL FOR THE PACKAGE FILE                           *
002070*----------------------------------------------------------------*
002080 77  WS-LINES-PER-PAGE              PIC 9(04) COMP VALUE 0055.
002090 77  WS-LINE-COUNT                  PIC 9(04) COMP VALUE ZERO.
002100 77  WS-PAGE-NO                     PIC 9(04) COMP VALUE ZERO.
002110 77  WS-HOLD-LINE                   PIC X(132) VALUE SPACES.
002120*----------------------------------------------------------------*
002130*    SET MASTER TABLE - EVERY ROW, FOR THE BRANCH AND            *
002140*    DESCRIPTION OF EACH ITEM'S SET                              *
002150*----------------------------------------------------------------*
002160 77  WS-SM-TABLE-MAX                PIC 9(04) COMP VALUE 1000.
002170 77  WS-SM-COUNT                    PIC 9(04) COMP VALUE ZERO.
002180 77  WS-SM-IDX                      PIC 9(04) COMP VALUE ZERO.
002190 77  WS-SM-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
002200 01  WS-SET-MASTER-TABLE.
002210     05  WS-SM-ENTRY OCCURS 1000 TIMES.
002220         10  WS-SM-SET-ID           PIC X(10).
002230         10  WS-SM-BRANCH           PIC X(06).
002240         10  WS-SM-DESC             PIC X(30).
002250 77  WS-LOOKUP-SET-ID               PIC X(10) VALUE SPACES.
002260 77  WS-FOUND-BRANCH                PIC X(06) VALUE SPACES.
002270 77  WS-FOUND-DESC                  PIC X(30) VALUE SPACES.
002280 77  WS-NO-BRANCH                   PIC X(06) VALUE "*NONE*".
002290*----------------------------------------------------------------*
002300*    BRANCH TABLE - ONE ROW PER OWNING BRANCH, WITH THE          *
002310*    PACKAGE'S ITEM COUNTS BY SECTION, HASH TOTAL AND PAGES.     *
002320*    A BRANCH IS EXPECTED WHEN IT OWNS A SET OPEN ON THE DATE.   *
002330*----------------------------------------------------------------*
002340 77  WS-BR-TABLE-MAX                PIC 9(04) COMP VALUE 0300.
002350 77  WS-BR-COUNT                    PIC 9(04) COMP VALUE ZERO.
002360 77  WS-BR-IDX                      PIC 9(04) COMP VALUE ZERO.
002370 77  WS-BR-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
002380 01  WS-BRANCH-TABLE.
002390     05  WS-BR-ENTRY OCCURS 300 TIMES.
002400         10  WS-BR-BRANCH           PIC X(06).
002410         10  WS-BR-EXPECTED-SW      PIC X(01).
002420             88  WS-BR-EXPECTED                VALUE "Y".
002430         10  WS-BR-SECT-COUNT       PIC 9(06) COMP
002440                                    OCCURS 4 TIMES.
002450         10  WS-BR-ITEMS            PIC 9(06) COMP.
002460         10  WS-BR-REVERSED         PIC 9(06) COMP.
002470         10  WS-BR-HASH             PIC 9(09).
002480         10  WS-BR-PAGES            PIC 9(04) COMP.
002490 01  WS-SWAP-BR-ENTRY.
002500     05  WS-SWAP-BRANCH             PIC X(06).
002510     05  FILLER                     PIC X(36).
002520*----------------------------------------------------------------*
002530*    ITEM TABLE - EVERY ITEM SELECTED, IN THE ORDER READ, WITH   *
002540*    ITS PRINT LINE ALREADY BUILT.  SECTIONS ARE 1 = SET         *
002550*    COMPARED, 2 = OPEN SUSPENSE, 3 = PENDING TIE, 4 =           *
002560*    SETTLEMENT REJECTION; 0 = DROPPED AFTER SELECTION.          *
002570*----------------------------------------------------------------*
002580 77  WS-IT-TABLE-MAX                PIC 9(04) COMP VALUE 3000.
002590 77  WS-IT-COUNT                    PIC 9(04) COMP VALUE ZERO.
002600 77  WS-IT-IDX                      PIC 9(04) COMP VALUE ZERO.
002610 77  WS-IT-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
002620 01  WS-ITEM-TABLE.
002630     05  WS-IT-ENTRY OCCURS 3000 TIMES.
002640         10  WS-IT-SECTION          PIC 9(01).
002650         10  WS-IT-BR-IDX           PIC 9(04) COMP.
002660         10  WS-IT-SET-ID           PIC X(10).
002670         10  WS-IT-RUN-TIME         PIC 9(08).
002680         10  WS-IT-CHECK-SW         PIC X(01).
002690             88  WS-IT-CHECK-CYCLE             VALUE "Y".
002700         10  WS-IT-REVERSED-SW      PIC X(01).
002710             88  WS-IT-REVERSED                VALUE "Y".
002720         10  WS-IT-HASH             PIC 9(05).
002730         10  WS-IT-LINE             PIC X(110).
002740*----------------------------------------------------------------*
002750*    NEW ITEM WORK AREA                                          *
002760*----------------------------------------------------------------*
002770 77  WS-NEW-SECTION                 PIC 9(01) VALUE ZERO.
002780 77  WS-NEW-RUN-TIME                PIC 9(08) VALUE ZERO.
002790 77  WS-NEW-CHECK-SW                PIC X(01) VALUE "N".
002800 77  WS-NEW-HASH                    PIC 9(05) VALUE ZERO.
002810 77  WS-NEW-LINE                    PIC X(110) VALUE SPACES.
002820 77  WS-SECT-IDX                    PIC 9(01) VALUE ZERO.
002830*----------------------------------------------------------------*
002840*    SORT WORK FIELDS                                            *
002850*----------------------------------------------------------------*
002860 77  WS-SORT-I                      PIC 9(04) COMP VALUE ZERO.
002870 77  WS-SORT-J                      PIC 9(04) COMP VALUE ZERO.
002880 77  WS-BEST-IDX                    PIC 9(04) COMP VALUE ZERO.
002890*----------------------------------------------------------------*
002900*    ITEM LINE LAYOUTS - ONE PER SECTION                         *
002910*----------------------------------------------------------------*
002920 01  WS-RES-LINE.
002930     05  WS-RES-SET-ID              PIC X(10).
002940     05  FILLER                     PIC X(02) VALUE SPACES.
002950     05  WS-RES-DESC                PIC X(30).
002960     05  FILLER                     PIC X(02) VALUE SPACES.
002970     05  WS-RES-CYCLE               PIC 9(02).
002980     05  FILLER                     PIC X(03) VALUE SPACES.
002990     05  WS-RES-RUN-TIME            PIC 9(08).
003000     05  FILLER                     PIC X(02) VALUE SPACES.
003010     05  WS-RES-NUM1                PIC X(03).
003020     05  FILLER                     PIC X(02) VALUE SPACES.
003030     05  WS-RES-NUM2                PIC X(03).
003040     05  FILLER                     PIC X(02) VALUE SPACES.
003050     05  WS-RES-NUM3                PIC X(03).
003060     05  FILLER                     PIC X(02) VALUE SPACES.
003070     05  WS-RES-OUTCOME             PIC X(14).
003080     05  FILLER                     PIC X(02) VALUE SPACES.
003090     05  WS-RES-RESUB               PIC X(05).
003100     05  FILLER                     PIC X(15) VALUE SPACES.
003110 01  WS-SUS-LINE.
003120     05  WS-SUS-SET-ID              PIC X(10).
003130     05  FILLER                     PIC X(02) VALUE SPACES.
003140     05  WS-SUS-DESC                PIC X(30).
003150     05  FILLER                     PIC X(02) VALUE SPACES.
003160     05  WS-SUS-RUN-DATE            PIC 9(08).
003170     05  FILLER                     PIC X(02) VALUE SPACES.
003180     05  WS-SUS-CYCLE               PIC X(02).
003190     05  FILLER                     PIC X(03) VALUE SPACES.
003200     05  WS-SUS-NUM1                PIC X(03).
003210     05  FILLER                     PIC X(02) VALUE SPACES.
003220     05  WS-SUS-NUM2                PIC X(03).
003230     05  FILLER                     PIC X(02) VALUE SPACES.
003240     05  WS-SUS-NUM3                PIC X(03).
003250     05  FILLER                     PIC X(02) VALUE SPACES.
003260     05  WS-SUS-REASON              PIC X(02).
003270     05  FILLER                     PIC X(01) VALUE SPACES.
003280     05  WS-SUS-REASON-TEXT         PIC X(20).
003290     05  FILLER                     PIC X(02) VALUE SPACES.
003300     05  WS-SUS-FAIL-FIELDS         PIC X(03).
003310     05  FILLER                     PIC X(07) VALUE SPACES.
003320 01  WS-TIE-LINE.
003330     05  WS-TIE-SET-ID              PIC X(10).
003340     05  FILLER                     PIC X(02) VALUE SPACES.
003350     05  WS-TIE-DESC                PIC X(30).
003360     05  FILLER                     PIC X(02) VALUE SPACES.
003370     05  WS-TIE-RUN-DATE            PIC 9(08).
003380     05  FILLER                     PIC X(02) VALUE SPACES.
003390     05  WS-TIE-CYCLE               PIC X(02).
003400     05  FILLER                     PIC X(03) VALUE SPACES.
003410     05  WS-TIE-NUM1                PIC X(03).
003420     05  FILLER                     PIC X(02) VALUE SPACES.
003430     05  WS-TIE-NUM2                PIC X(03).
003440     05  FILLER                     PIC X(02) VALUE SPACES.
003450     05  WS-TIE-NUM3                PIC X(03).
003460     05  FILLER                     PIC X(02) VALUE SPACES.
003470     05  WS-TIE-FIELDS              PIC X(03).
003480     05  FILLER                     PIC X(02) VALUE SPACES.
003490     05  WS-TIE-STATUS              PIC X(17).
003500     05  FILLER                     PIC X(02) VALUE SPACES.
003510     05  WS-TIE-PROPOSED-BY         PIC X(08).
003520     05  FILLER                     PIC X(04) VALUE SPACES.
003530 01  WS-REJ-LINE.
003540     05  WS-REJ-SET-ID              PIC X(10).
003550     05  FILLER                     PIC X(02) VALUE SPACES.
003560     05  WS-REJ-DESC                PIC X(30).
003570     05  FILLER                     PIC X(02) VALUE SPACES.
003580     05  WS-REJ-CYCLE               PIC X(02).
003590     05  FILLER                     PIC X(03) VALUE SPACES.
003600     05  WS-REJ-WIN-FIELD           PIC X(01).
003610     05  FILLER                     PIC X(05) VALUE SPACES.
003620     05  WS-REJ-WIN-VALUE           PIC X(03).
003630     05  FILLER                     PIC X(03) VALUE SPACES.
003640     05  WS-REJ-REASON              PIC X(02).
003650     05  FILLER                     PIC X(01) VALUE SPACES.
003660     05  WS-REJ-REASON-TEXT         PIC X(20).
003670     05  FILLER                     PIC X(26) VALUE SPACES.
003680*----------------------------------------------------------------*
003690*    PACKAGE PAGE HEADINGS, SECTION HEADINGS AND TEXT LINES      *
003700*----------------------------------------------------------------*
003710 01  WS-PAGE-HEADING-1.
003720     05  FILLER                     PIC X(01) VALUE SPACE.
003730     05  FILLER                     PIC X(30)
003740             VALUE "DAILY BRANCH PACKAGE".
003750     05  FILLER                     PIC X(09) VALUE "BRANCH : ".
003760     05  WS-PH-BRANCH               PIC X(06).
003770     05  FILLER                     PIC X(05) VALUE SPACES.
003780     05  FILLER                     PIC X(12)
003790             VALUE "PROC DATE : ".
003800     05  WS-PH-PROC-DATE            PIC 9(08).
003810     05  FILLER                     PIC X(05) VALUE SPACES.
003820     05  FILLER                     PIC X(08) VALUE "CYCLE : ".
003830     05  WS-PH-CYCLE                PIC 9(02).
003840     05  FILLER                     PIC X(05) VALUE SPACES.
003850     05  FILLER                     PIC X(07) VALUE "PAGE : ".
003860     05  WS-PH-PAGE                 PIC ZZZ9.
003870 01  WS-PAGE-HEADING-2.
003880     05  FILLER                     PIC X(01) VALUE SPACE.
003890     05  FILLER                     PIC X(11) VALUE "PROGRAM : ".
003900     05  FILLER                     PIC X(15) VALUE "BRNPKG".
003910     05  FILLER                     PIC X(11) VALUE "RUN DATE : ".
003920     05  WS-PH-RUN-DATE             PIC 9(08).
003930     05  FILLER                     PIC X(05) VALUE SPACES.
003940     05  FILLER                     PIC X(30)
003950             VALUE "(CYCLE 00 = ALL CYCLES)".
003960 01  WS-SECTION-HEADING.
003970     05  FILLER                     PIC X(01) VALUE SPACE.
003980     05  WS-SH-NUMBER               PIC 9(01).
003990     05  FILLER                     PIC X(02) VALUE SPACES.
004000     05  WS-SH-TITLE                PIC X(40).
004010 01  WS-SECTION-TITLES.
004020     05  FILLER                     PIC X(40)
004030             VALUE "SETS COMPARED".
004040     05  FILLER                     PIC X(40)
004050             VALUE "OPEN SUSPENSE ITEMS".
004060     05  FILLER                     PIC X(40)
004070             VALUE "TIES AWAITING A DECISION".
004080     05  FILLER                     PIC X(40)
004090             VALUE "SETTLEMENT REJECTIONS".
004100 01  WS-SECTION-TITLE-TABLE REDEFINES WS-SECTION-TITLES.
004110     05  WS-SECTION-TITLE           PIC X(40) OCCURS 4 TIMES.
004120 01  WS-RES-COLUMN-HDGS.
004130     05  FILLER                     PIC X(02) VALUE SPACES.
004140     05  FILLER                     PIC X(44)
004150             VALUE "SET ID      DESCRIPTION".
004160     05  FILLER                     PIC X(15)
004170             VALUE "CY   RUN TIME".
004180     05  FILLER                     PIC X(17)
004190             VALUE "  V1   V2   V3  ".
004200     05  FILLER                     PIC X(16) VALUE "RESULT".
004210     05  FILLER                     PIC X(05) VALUE "RESUB".
004220 01  WS-SUS-COLUMN-HDGS.
004230     05  FILLER                     PIC X(02) VALUE SPACES.
004240     05  FILLER                     PIC X(44)
004250             VALUE "SET ID      DESCRIPTION".
004260     05  FILLER                     PIC X(15)
004270             VALUE "RUN DATE  CY".
004280     05  FILLER                     PIC X(17)
004290             VALUE "V1   V2   V3".
004300     05  FILLER                     PIC X(25) VALUE "REASON".
004310     05  FILLER                     PIC X(06) VALUE "FIELDS".
004320 01  WS-TIE-COLUMN-HDGS.
004330     05  FILLER                     PIC X(02) VALUE SPACES.
004340     05  FILLER                     PIC X(44)
004350             VALUE "SET ID      DESCRIPTION".
004360     05  FILLER                     PIC X(15)
004370             VALUE "RUN DATE  CY".
004380     05  FILLER                     PIC X(17)
004390             VALUE "V1   V2   V3".
004400     05  FILLER                     PIC X(05) VALUE "TIED".
004410     05  FILLER                     PIC X(19) VALUE "STATUS".
004420     05  FILLER                     PIC X(11) VALUE "PROPOSED BY".
004430 01  WS-REJ-COLUMN-HDGS.
004440     05  FILLER                     PIC X(02) VALUE SPACES.
004450     05  FILLER                     PIC X(44)
004460             VALUE "SET ID      DESCRIPTION".
004470     05  FILLER                     PIC X(05) VALUE "CY".
004480     05  FILLER                     PIC X(14)
004490             VALUE "FIELD  VALUE".
004500     05  FILLER                     PIC X(25) VALUE "REASON".
004510 01  WS-ITEM-PRINT-LINE.
004520     05  FILLER                     PIC X(02) VALUE SPACES.
004530     05  WS-IPL-TEXT                PIC X(110).
004540 01  WS-NONE-LINE.
004550     05  FILLER                     PIC X(02) VALUE SPACES.
004560     05  FILLER                     PIC X(40)
004570             VALUE "NONE".
004580 01  WS-TEXT-LINE.
004590     05  FILLER                     PIC X(01) VALUE SPACE.
004600     05  WS-TXT-TEXT                PIC X(80).
004610 01  WS-COUNT-LINE.
004620     05  FILLER                     PIC X(05) VALUE SPACES.
004630     05  WS-CNT-LABEL               PIC X(34).
004640     05  WS-CNT-VALUE               PIC Z(11)9.
004650 01  WS-BRANCH-TEXT-LINE.
004660     05  FILLER                     PIC X(01) VALUE SPACE.
004670     05  WS-BTX-TEXT                PIC X(40).
004680     05  WS-BTX-BRANCH              PIC X(06).
004690     05  WS-BTX-TEXT-2              PIC X(30).
004700*----------------------------------------------------------------*
004710*    DISTRIBUTION CONTROL REPORT LINES                           *
004720*----------------------------------------------------------------*
004730 01  WS-DIST-HEADING-1.
004740     05  FILLER                     PIC X(01) VALUE SPACE.
004750     05  FILLER                     PIC X(40)
004760             VALUE "BRANCH PACKAGE DISTRIBUTION CONTROL".
004770     05  FILLER                     PIC X(10) VALUE SPACES.
004780     05  FILLER                     PIC X(11) VALUE "RUN DATE : ".
004790     05  WS-DH-RUN-DATE             PIC 9(08).
004800 01  WS-DIST-HEADING-2.
004810     05  FILLER                     PIC X(01) VALUE SPACE.
004820     05  FILLER                     PIC X(11) VALUE "PROGRAM : ".
004830     05  FILLER                     PIC X(15) VALUE "BRNPKG".
004840     05  FILLER                     PIC X(12)
004850             VALUE "PROC DATE : ".
004860     05  WS-DH-PROC-DATE            PIC 9(08).
004870     05  FILLER                     PIC X(05) VALUE SPACES.
004880     05  FILLER                     PIC X(08) VALUE "CYCLE : ".
004890     05  WS-DH-CYCLE                PIC 9(02).
004900 01  WS-DIST-COLUMN-HDGS.
004910     05  FILLER                     PIC X(08) VALUE "BRANCH".
004920     05  FILLER                     PIC X(10) VALUE "SENT".
004930     05  FILLER                     PIC X(07) VALUE "  PAGES".
004940     05  FILLER                     PIC X(09) VALUE " COMPARED".
004950     05  FILLER                     PIC X(09) VALUE "  SUSPENS".
004960     05  FILLER                     PIC X(09) VALUE "     TIES".
004970     05  FILLER                     PIC X(09) VALUE "  REJECTS".
004980     05  FILLER                     PIC X(09) VALUE "    ITEMS".
004990     05  FILLER                     PIC X(12)
005000             VALUE "        HASH".
005010 01  WS-DIST-DETAIL-LINE.
005020     05  WS-DD-BRANCH               PIC X(06).
005030     05  FILLER                     PIC X(02) VALUE SPACES.
005040     05  WS-DD-SENT                 PIC X(08).
005050     05  FILLER                     PIC X(02) VALUE SPACES.
005060     05  WS-DD-PAGES                PIC ZZZZZZ9.
005070     05  WS-DD-SECT                 PIC ZZZZZZZZ9 OCCURS 4 TIMES.
005080     05  WS-DD-ITEMS                PIC ZZZZZZZZ9.
005090     05  WS-DD-HASH                 PIC ZZZZZZZZZZZ9.
005100 01  WS-DIST-NOTE-LINE.
005110     05  FILLER                     PIC X(01) VALUE SPACE.
005120     05  WS-DN-TEXT                 PIC X(80).
005130 01  WS-DIST-FOOTER-1.
005140     05  FILLER                     PIC X(01) VALUE SPACE.
005150     05  FILLER                     PIC X(20)
005160             VALUE "PACKAGES SENT     = ".
005170     05  WS-DF-PACKAGES             PIC ZZZZZ9.
005180     05  FILLER                     PIC X(05) VALUE SPACES.
005190     05  FILLER                     PIC X(20)
005200             VALUE "NOTICES SENT      = ".
005210     05  WS-DF-NOTICES              PIC ZZZZZ9.
005220     05  FILLER                     PIC X(05) VALUE SPACES.
005230     05  FILLER                     PIC X(20)
005240             VALUE "PAGES PRINTED     = ".
005250     05  WS-DF-PAGES                PIC ZZZZZ9.
005260 01  WS-DIST-FOOTER-2.
005270     05  FILLER                     PIC X(01) VALUE SPACE.
005280     05  FILLER                     PIC X(20)
005290             VALUE "ITEMS SELECTED    = ".
005300     05  WS-DF-SELECTED             PIC ZZZZZ9.
005310     05  FILLER                     PIC X(05) VALUE SPACES.
005320     05  FILLER                     PIC X(20)
005330             VALUE "ITEMS DISTRIBUTED = ".
005340     05  WS-DF-DISTRIB              PIC ZZZZZ9.
005350     05  FILLER                     PIC X(05) VALUE SPACES.
005360     05  WS-DF-PROOF                PIC X(20).
005370 PROCEDURE DIVISION.
005380*----------------------------------------------------------------*
005390*    0000-MAINLINE-RTN                                           *
005400*----------------------------------------------------------------*
005410 0000-MAINLINE-RTN.
005420     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
005430     PERFORM 2000-LOAD-AUDIT-RTN THRU 2000-EXIT.
005440     PERFORM 3000-LOAD-SUSPENSE-RTN THRU 3000-EXIT.
005450     PERFORM 3500-LOAD-TIEWORK-RTN THRU 3500-EXIT.
005460     PERFORM 4000-SORT-BRANCHES-RTN THRU 4000-EXIT.
005470     PERFORM 5000-PRODUCE-PACKAGES-RTN THRU 5000-EXIT.
005480     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
005490     STOP RUN.
005500 0000-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------*
005530*    1000-INITIALIZE-RTN - THE PROCESSING DATE AND CYCLE COME    *
005540*    FROM THE PKGCTL CARD; THE CONSOLE PROMPT REMAINS THE        *
005550*    FALLBACK.  A ZERO OR BLANK DATE MEANS THE PRIOR BUSINESS    *
005560*    DAY, THE DATE THE NIGHT'S SETTLEMENT WAS CUT FOR; A ZERO    *
005570*    CYCLE MEANS THE WHOLE DATE.                                 *
005580*----------------------------------------------------------------*
005590 1000-INITIALIZE-RTN.
005600     DISPLAY "BRNPKG - DAILY BRANCH PACKAGE STARTING".
005610     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005620     ACCEPT WS-CURRENT-TIME FROM TIME.
005630     OPEN INPUT PKGCTL.
005640     IF WS-CTL-STATUS = "00"
005650         READ PKGCTL
005660             AT END
005670                 PERFORM 1060-PROMPT-OPERATOR-RTN THRU 1060-EXIT
005680             NOT AT END
005690                 MOVE PC-PROC-DATE TO WS-PROC-DATE
005700                 IF PC-CYCLE-NO IS NUMERIC
005710                     MOVE PC-CYCLE-NO TO WS-PKG-CYCLE
005720                 END-IF
005730         END-READ
005740         CLOSE PKGCTL
005750     ELSE
005760         PERFORM 1060-PROMPT-OPERATOR-RTN THRU 1060-EXIT
005770     END-IF.
005780     IF WS-PROC-DATE IS NOT NUMERIC OR WS-PROC-DATE = ZERO
005790         PERFORM 1100-LOAD-CALENDAR-RTN THRU 1100-EXIT
005800         PERFORM 1150-SET-PRIOR-BUS-DAY-RTN THRU 1150-EXIT
005810         DISPLAY "BRNPKG - PROCESSING DATE DEFAULTS TO "
005820             WS-PROC-DATE
005830     END-IF.
005840     IF WS-PKG-CYCLE IS NOT NUMERIC
005850         MOVE ZERO TO WS-PKG-CYCLE
005860     END-IF.
005870     DISPLAY "BRNPKG - PROCESSING DATE " WS-PROC-DATE
005880         " CYCLE " WS-PKG-CYCLE.
005890     PERFORM 1200-LOAD-SET-MASTER-RTN THRU 1200-EXIT.
005900     OPEN OUTPUT PKGFILE.
005910     IF WS-PKG-STATUS NOT = "00"
005920         DISPLAY "BRNPKG - UNABLE TO OPEN PKGFILE - "
005930             "STATUS " WS-PKG-STATUS
005940         STOP RUN
005950     END-IF.
005960     OPEN OUTPUT DISTRPT.
005970     IF WS-DST-STATUS NOT = "00"
005980         DISPLAY "BRNPKG - UNABLE TO OPEN DISTRPT - "
005990             "STATUS " WS-DST-STATUS
006000         STOP RUN
006010     END-IF.
006020 1000-EXIT.
006030     EXIT.
006040 1060-PROMPT-OPERATOR-RTN.
006050     DISPLAY "PROCESSING DATE (YYYYMMDD, "
006060         "0 = PRIOR BUSINESS DAY) ? ".
006070     ACCEPT WS-PROC-DATE FROM CONSOLE.
006080     DISPLAY "CYCLE (0 = WHOLE DATE) ? ".
006090     ACCEPT WS-PKG-CYCLE FROM CONSOLE.
006100 1060-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------*
006130*    1100-LOAD-CALENDAR-RTN - THE CALENDAR EXCEPTIONS INTO THE   *
006140*    TABLE AS DAY SERIALS.  NO FILE MEANS NO HOLIDAYS ARE ON     *
006150*    RECORD AND ONLY WEEKENDS ARE CLOSED.                        *
006160*----------------------------------------------------------------*
006170 1100-LOAD-CALENDAR-RTN.
006180     MOVE ZERO TO WS-CAL-COUNT.
006190     OPEN INPUT CALFILE.
006200     IF WS-CAL-STATUS NOT = "00"
006210         DISPLAY "BRNPKG - NO BUSINESS-DAY CALENDAR - "
006220             "WEEKENDS ONLY ARE CLOSED"
006230         GO TO 1100-EXIT
006240     END-IF.
006250     PERFORM 1110-READ-CALENDAR-RTN THRU 1110-EXIT
006260         UNTIL WS-CAL-STATUS NOT = "00".
006270     CLOSE CALFILE.
006280     DISPLAY "BRNPKG - " WS-CAL-COUNT
006290         " CALENDAR DATE(S) LOADED".
006300 1100-EXIT.
006310     EXIT.
006320 1110-READ-CALENDAR-RTN.
006330     READ CALFILE
006340         AT END
006350             MOVE "10" TO WS-CAL-STATUS
006360         NOT AT END
006370             PERFORM 1120-ADD-CALENDAR-DATE-RTN THRU 1120-EXIT
006380     END-READ.
006390 1110-EXIT.
006400     EXIT.
006410 1120-ADD-CALENDAR-DATE-RTN.
006420     IF CAL-DATE IS NOT NUMERIC OR NOT CAL-TYPE-VALID
006430         GO TO 1120-EXIT.
006440     IF WS-CAL-COUNT >= WS-CAL-TABLE-MAX
006450         DISPLAY "BRNPKG - CALENDAR TABLE FULL - MORE THAN "
006460             WS-CAL-TABLE-MAX " DATES"
006470         STOP RUN
006480     END-IF.
006490     ADD 1 TO WS-CAL-COUNT.
006500     MOVE CAL-DATE TO WS-CNV-DATE.
006510     PERFORM 7700-DATE-TO-DAYS-RTN THRU 7700-EXIT.
006520     MOVE WS-CNV-DAYS TO WS-CAL-DAYS(WS-CAL-COUNT).
006530     MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT).
006540 1120-EXIT.
006550     EXIT.
006560*----------------------------------------------------------------*
006570*    1150-SET-PRIOR-BUS-DAY-RTN - THE DEFAULT PROCESSING DATE IS *
006580*    THE LAST BUSINESS DAY BEFORE TODAY - THE DATE SETTLEXT      *
006590*    DEFAULTS TO ON THE SAME NIGHT - SO A MONDAY RUN PACKAGES    *
006600*    FRIDAY AND A RUN AFTER A HOLIDAY SKIPS IT.  THE WALK BACK   *
006610*    IS BOUNDED SO A BAD CALENDAR CANNOT LOOP THE RUN.           *
006620*----------------------------------------------------------------*
006630 1150-SET-PRIOR-BUS-DAY-RTN.
006640     MOVE WS-CURRENT-DATE TO WS-CNV-DATE.
006650     MOVE ZERO TO WS-BACK-STEPS.
006660     MOVE "N" TO WS-BUS-DAY-SWITCH.
006670     PERFORM 1160-STEP-BACK-RTN THRU 1160-EXIT
006680         UNTIL WS-BUSINESS-DAY
006690            OR WS-BACK-STEPS NOT < WS-BACK-STEPS-MAX.
006700     MOVE WS-CNV-DATE TO WS-PROC-DATE.
006710 1150-EXIT.
006720     EXIT.
006730 1160-STEP-BACK-RTN.
006740     ADD 1 TO WS-BACK-STEPS.
006750     PERFORM 7710-PRIOR-DATE-RTN THRU 7710-EXIT.
006760     PERFORM 7700-DATE-TO-DAYS-RTN THRU 7700-EXIT.
006770     PERFORM 7730-TEST-BUSINESS-DAY-RTN THRU 7730-EXIT.
006780 1160-EXIT.
006790     EXIT.
006800*----------------------------------------------------------------*
006810*    1200-LOAD-SET-MASTER-RTN - EVERY SET IS LOADED SO AN ITEM   *
006820*    FOR A SET SINCE CLOSED STILL FINDS ITS BRANCH.  EVERY       *
006830*    BRANCH ON THE MASTER IS ENTERED IN THE BRANCH TABLE; THOSE  *
006840*    OWNING A SET OPEN ON THE DATE (OPENED ON OR BEFORE IT AND   *
006850*    NOT CLOSED BEFORE IT) ARE EXPECTED TO HEAR FROM US.         *
006860*----------------------------------------------------------------*
006870 1200-LOAD-SET-MASTER-RTN.
006880     OPEN INPUT SETMFILE.
006890     IF WS-SETM-STATUS NOT = "00"
006900         DISPLAY "BRNPKG - UNABLE TO OPEN SETMFILE - "
006910             "STATUS " WS-SETM-STATUS
006920         STOP RUN
006930     END-IF.
006940     PERFORM 1210-READ-SET-MASTER-RTN THRU 1210-EXIT
006950         UNTIL WS-SETM-END-OF-FILE.
006960     CLOSE SETMFILE.
006970 1200-EXIT.
006980     EXIT.
006990 1210-READ-SET-MASTER-RTN.
007000     READ SETMFILE
007010         AT END
007020             MOVE "Y" TO WS-SETM-EOF-SWITCH
007030     END-READ.
007040     IF NOT WS-SETM-END-OF-FILE
007050         ADD 1 TO WS-SETM-READ-COUNT
007060         PERFORM 1220-ADD-SET-MASTER-RTN THRU 1220-EXIT
007070     END-IF.
007080 1210-EXIT.
007090     EXIT.
007100 1220-ADD-SET-MASTER-RTN.
007110     IF WS-SM-COUNT >= WS-SM-TABLE-MAX
007120         DISPLAY "BRNPKG - SET MASTER TABLE FULL - "
007130             "MORE THAN " WS-SM-TABLE-MAX " ROWS"
007140         STOP RUN
007150     END-IF.
007160     ADD 1 TO WS-SM-COUNT.
007170     MOVE SETM-SET-ID TO WS-SM-SET-ID(WS-SM-COUNT).
007180     MOVE SETM-BRANCH TO WS-SM-BRANCH(WS-SM-COUNT).
007190     MOVE SETM-DESC TO WS-SM-DESC(WS-SM-COUNT).
007200     MOVE SETM-BRANCH TO WS-FOUND-BRANCH.
007210     PERFORM 7300-FIND-BRANCH-RTN THRU 7300-EXIT.
007220     IF NOT SETM-SET-ACTIVE AND NOT SETM-SET-CLOSED
007230         GO TO 1220-EXIT.
007240     IF SETM-OPEN-DATE IS NOT NUMERIC
007250             OR SETM-OPEN-DATE > WS-PROC-DATE
007260         GO TO 1220-EXIT.
007270     IF SETM-SET-CLOSED
007280         IF SETM-CLOSE-DATE IS NOT NUMERIC
007290                 OR SETM-CLOSE-DATE < WS-PROC-DATE
007300             GO TO 1220-EXIT
007310         END-IF
007320     END-IF.
007330     MOVE "Y" TO WS-BR-EXPECTED-SW(WS-BR-FOUND-IDX).
007340 1220-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------*
007370*    2000-LOAD-AUDIT-RTN - ONE PASS OVER THE PROCESSING DATE ON  *
007380*    THE AUDIT TRAIL.  TYPE C RECORDS OF THE CYCLE ARE THE SETS  *
007390*    COMPARED; A TYPE X RECORD MARKS THE COMPARISON IT REVERSED; *
007400*    A REJECTED TYPE S RECORD IS A SETTLEMENT REJECTION.         *
007410*----------------------------------------------------------------*
007420 2000-LOAD-AUDIT-RTN.
007430     OPEN INPUT AUDFILE.
007440     IF WS-AUD-STATUS NOT = "00"
007450         DISPLAY "BRNPKG - UNABLE TO OPEN AUDFILE - "
007460             "STATUS " WS-AUD-STATUS
007470         STOP RUN
007480     END-IF.
007490     MOVE WS-PROC-DATE TO AUD-RUN-DATE.
007500     MOVE ZERO TO AUD-RUN-TIME.
007510     MOVE ZERO TO AUD-SEQ-NO.
007520     MOVE "N" TO WS-EOF-SWITCH.
007530     START AUDFILE KEY IS NOT < AUD-KEY
007540         INVALID KEY
007550             MOVE "Y" TO WS-EOF-SWITCH
007560     END-START.
007570     PERFORM 2100-READ-AUDIT-RTN THRU 2100-EXIT
007580         UNTIL WS-END-OF-FILE.
007590     CLOSE AUDFILE.
007600     PERFORM 2900-CHECK-REJECT-CYCLE-RTN THRU 2900-EXIT
007610         VARYING WS-IT-IDX FROM 1 BY 1
007620         UNTIL WS-IT-IDX > WS-IT-COUNT.
007630 2000-EXIT.
007640     EXIT.
007650 2100-READ-AUDIT-RTN.
007660     READ AUDFILE NEXT RECORD
007670         AT END
007680             MOVE "Y" TO WS-EOF-SWITCH
007690     END-READ.
007700     IF WS-END-OF-FILE
007710         GO TO 2100-EXIT.
007720     IF AUD-RUN-DATE > WS-PROC-DATE
007730         MOVE "Y" TO WS-EOF-SWITCH
007740         GO TO 2100-EXIT.
007750     EVALUATE TRUE
007760         WHEN AUD-TYPE-COMPARISON
007770             PERFORM 2200-ADD-RESULT-RTN THRU 2200-EXIT
007780         WHEN AUD-TYPE-REVERSAL AND AUD-REVERSES-COMPARISON
007790             PERFORM 2300-MARK-REVERSAL-RTN THRU 2300-EXIT
007800         WHEN AUD-TYPE-SETL-STATUS AND AUD-SETL-REJECTED
007810             PERFORM 2400-ADD-REJECT-RTN THRU 2400-EXIT
007820         WHEN OTHER
007830             CONTINUE
007840     END-EVALUATE.
007850 2100-EXIT.
007860     EXIT.
007870*----------------------------------------------------------------*
007880*    2200-ADD-RESULT-RTN - A RECORD WRITTEN BEFORE THE CYCLE WAS *
007890*    CARRIED HAS NO CYCLE AND APPEARS ONLY IN A WHOLE-DATE RUN.  *
007900*----------------------------------------------------------------*
007910 2200-ADD-RESULT-RTN.
007920     IF WS-PKG-CYCLE NOT = ZERO
007930         IF AUD-CYCLE-NO IS NOT NUMERIC
007940                 OR AUD-CYCLE-NO NOT = WS-PKG-CYCLE
007950             GO TO 2200-EXIT
007960         END-IF
007970     END-IF.
007980     MOVE AUD-SET-ID TO WS-LOOKUP-SET-ID.
007990     PERFORM 7100-FIND-SET-RTN THRU 7100-EXIT.
008000     MOVE AUD-SET-ID TO WS-RES-SET-ID.
008010     MOVE WS-FOUND-DESC TO WS-RES-DESC.
008020     IF AUD-CYCLE-NO IS NUMERIC
008030         MOVE AUD-CYCLE-NO TO WS-RES-CYCLE
008040     ELSE
008050         MOVE ZERO TO WS-RES-CYCLE
008060     END-IF.
008070     MOVE AUD-RUN-TIME TO WS-RES-RUN-TIME.
008080     MOVE AUD-XNUM1 TO WS-RES-NUM1.
008090     MOVE AUD-XNUM2 TO WS-RES-NUM2.
008100     MOVE AUD-XNUM3 TO WS-RES-NUM3.
008110     MOVE SPACES TO WS-RES-OUTCOME.
008120     EVALUATE TRUE
008130         WHEN AUD-WINNER-1 MOVE "FIELD 1 WINS" TO WS-RES-OUTCOME
008140         WHEN AUD-WINNER-2 MOVE "FIELD 2 WINS" TO WS-RES-OUTCOME
008150         WHEN AUD-WINNER-3 MOVE "FIELD 3 WINS" TO WS-RES-OUTCOME
008160         WHEN AUD-WINNER-ERROR
008170             MOVE "NUMERIC ERROR" TO WS-RES-OUTCOME
008180         WHEN AUD-WINNER-TIE
008190             STRING "TIE " DELIMITED BY SIZE
008200                    AUD-TIE-FIELDS DELIMITED BY SIZE
008210                 INTO WS-RES-OUTCOME
008220         WHEN AUD-WINNER-REJECT
008230             STRING "REJECT " DELIMITED BY SIZE
008240                    AUD-TIE-FIELDS DELIMITED BY SIZE
008250                 INTO WS-RES-OUTCOME
008260         WHEN OTHER
008270             MOVE "UNKNOWN" TO WS-RES-OUTCOME
008280     END-EVALUATE.
008290     IF AUD-RESUBMITTED
008300         MOVE "RESUB" TO WS-RES-RESUB
008310     ELSE
008320         MOVE SPACES TO WS-RES-RESUB
008330     END-IF.
008340     MOVE 1 TO WS-NEW-SECTION.
008350     MOVE AUD-RUN-TIME TO WS-NEW-RUN-TIME.
008360     MOVE "N" TO WS-NEW-CHECK-SW.
008370     PERFORM 7400-HASH-AUDIT-VALUES-RTN THRU 7400-EXIT.
008380     MOVE WS-RES-LINE TO WS-NEW-LINE.
008390     PERFORM 7200-ADD-ITEM-RTN THRU 7200-EXIT.
008400 2200-EXIT.
008410     EXIT.
008420*----------------------------------------------------------------*
008430*    2300-MARK-REVERSAL-RTN - CYCREV'S TYPE X RECORD REPEATS THE *
008440*    REVERSED COMPARISON'S RUN DATE, TIME AND SET ID.  THE       *
008450*    COMPARISON STAYS IN THE PACKAGE, SHOWN AS REVERSED, AND     *
008460*    DROPS OUT OF THE HASH TOTAL.                                *
008470*----------------------------------------------------------------*
008480 2300-MARK-REVERSAL-RTN.
008490     MOVE ZERO TO WS-IT-FOUND-IDX.
008500     PERFORM 2310-FIND-REVERSED-RTN THRU 2310-EXIT
008510         VARYING WS-IT-IDX FROM 1 BY 1
008520         UNTIL WS-IT-IDX > WS-IT-COUNT.
008530     IF WS-IT-FOUND-IDX = ZERO
008540         GO TO 2300-EXIT.
008550     MOVE "Y" TO WS-IT-REVERSED-SW(WS-IT-FOUND-IDX).
008560     MOVE WS-IT-BR-IDX(WS-IT-FOUND-IDX) TO WS-BR-IDX.
008570     ADD 1 TO WS-BR-REVERSED(WS-BR-IDX).
008580     SUBTRACT WS-IT-HASH(WS-IT-FOUND-IDX)
008590         FROM WS-BR-HASH(WS-BR-IDX) WS-SELECTED-HASH.
008600     MOVE ZERO TO WS-IT-HASH(WS-IT-FOUND-IDX).
008610     MOVE WS-IT-LINE(WS-IT-FOUND-IDX) TO WS-RES-LINE.
008620     MOVE "REVERSED" TO WS-RES-OUTCOME.
008630     MOVE WS-RES-LINE TO WS-IT-LINE(WS-IT-FOUND-IDX).
008640 2300-EXIT.
008650     EXIT.
008660 2310-FIND-REVERSED-RTN.
008670     IF WS-IT-FOUND-IDX = ZERO
008680             AND WS-IT-SECTION(WS-IT-IDX) = 1
008690             AND WS-IT-SET-ID(WS-IT-IDX) = AUD-SET-ID
008700             AND WS-IT-RUN-TIME(WS-IT-IDX) = AUD-RUN-TIME
008710             AND NOT WS-IT-REVERSED(WS-IT-IDX)
008720         MOVE WS-IT-IDX TO WS-IT-FOUND-IDX
008730     END-IF.
008740 2310-EXIT.
008750     EXIT.
008760*----------------------------------------------------------------*
008770*    2400-ADD-REJECT-RTN - SETLRECN POSTS UNDER THE EXTRACT      *
008780*    CYCLE.  A WHOLE-DATE EXTRACT (CYCLE ZERO) BELONGS TO A      *
008790*    SINGLE-CYCLE PACKAGE ONLY WHEN THE SET WAS COMPARED IN THAT *
008800*    CYCLE, WHICH IS SETTLED ONCE THE WHOLE DATE HAS BEEN READ.  *
008810*----------------------------------------------------------------*
008820 2400-ADD-REJECT-RTN.
008830     MOVE "N" TO WS-NEW-CHECK-SW.
008840     IF WS-PKG-CYCLE NOT = ZERO
008850         IF AUD-CYCLE-NO IS NUMERIC AND AUD-CYCLE-NO = ZERO
008860             MOVE "Y" TO WS-NEW-CHECK-SW
008870         ELSE
008880             IF AUD-CYCLE-NO IS NOT NUMERIC
008890                     OR AUD-CYCLE-NO NOT = WS-PKG-CYCLE
008900                 GO TO 2400-EXIT
008910             END-IF
008920         END-IF
008930     END-IF.
008940     MOVE AUD-SET-ID TO WS-LOOKUP-SET-ID.
008950     PERFORM 7100-FIND-SET-RTN THRU 7100-EXIT.
008960     MOVE AUD-SET-ID TO WS-REJ-SET-ID.
008970     MOVE WS-FOUND-DESC TO WS-REJ-DESC.
008980     MOVE AUD-CYCLE-NO TO WS-REJ-CYCLE.
008990     MOVE AUD-WINNER TO WS-REJ-WIN-FIELD.
009000     EVALUATE TRUE
009010         WHEN AUD-WINNER-1 MOVE AUD-XNUM1 TO WS-REJ-WIN-VALUE
009020         WHEN AUD-WINNER-2 MOVE AUD-XNUM2 TO WS-REJ-WIN-VALUE
009030         WHEN AUD-WINNER-3 MOVE AUD-XNUM3 TO WS-REJ-WIN-VALUE
009040         WHEN OTHER MOVE SPACES TO WS-REJ-WIN-VALUE
009050     END-EVALUATE.
009060     MOVE AUD-SETL-REASON TO WS-REJ-REASON.
009070     EVALUATE AUD-SETL-REASON
009080         WHEN "BS" MOVE "BAD SET" TO WS-REJ-REASON-TEXT
009090         WHEN "DP" MOVE "DUPLICATE" TO WS-REJ-REASON-TEXT
009100         WHEN "AD"
009110             MOVE "AMOUNT DISAGREEMENT" TO WS-REJ-REASON-TEXT
009120         WHEN OTHER
009130             MOVE "SETTLEMENT REASON" TO WS-REJ-REASON-TEXT
009140     END-EVALUATE.
009150     MOVE 4 TO WS-NEW-SECTION.
009160     MOVE AUD-RUN-TIME TO WS-NEW-RUN-TIME.
009170     MOVE ZERO TO WS-NEW-HASH.
009180     IF WS-REJ-WIN-VALUE IS NUMERIC
009190         MOVE WS-REJ-WIN-VALUE TO WS-HASH-NUM
009200         MOVE WS-HASH-NUM TO WS-NEW-HASH
009210     END-IF.
009220     MOVE WS-REJ-LINE TO WS-NEW-LINE.
009230     PERFORM 7200-ADD-ITEM-RTN THRU 7200-EXIT.
009240 2400-EXIT.
009250     EXIT.
009260*----------------------------------------------------------------*
009270*    2900-CHECK-REJECT-CYCLE-RTN - A WHOLE-DATE REJECTION WHOSE  *
009280*    SET WAS NOT COMPARED IN THIS CYCLE IS DROPPED AGAIN.        *
009290*----------------------------------------------------------------*
009300 2900-CHECK-REJECT-CYCLE-RTN.
009310     IF NOT WS-IT-CHECK-CYCLE(WS-IT-IDX)
009320         GO TO 2900-EXIT.
009330     MOVE WS-IT-IDX TO WS-SORT-I.
009340     MOVE ZERO TO WS-IT-FOUND-IDX.
009350     PERFORM 2910-FIND-COMPARED-RTN THRU 2910-EXIT
009360         VARYING WS-SORT-J FROM 1 BY 1
009370         UNTIL WS-SORT-J > WS-IT-COUNT.
009380     IF WS-IT-FOUND-IDX NOT = ZERO
009390         GO TO 2900-EXIT.
009400     MOVE WS-IT-BR-IDX(WS-IT-IDX) TO WS-BR-IDX.
009410     SUBTRACT 1 FROM WS-BR-SECT-COUNT(WS-BR-IDX, 4)
009420         WS-BR-ITEMS(WS-BR-IDX) WS-SELECTED-COUNT.
009430     SUBTRACT WS-IT-HASH(WS-IT-IDX) FROM WS-BR-HASH(WS-BR-IDX)
009440         WS-SELECTED-HASH.
009450     MOVE ZERO TO WS-IT-SECTION(WS-IT-IDX).
009460     ADD 1 TO WS-DROPPED-COUNT.
009470 2900-EXIT.
009480     EXIT.
009490 2910-FIND-COMPARED-RTN.
009500     IF WS-IT-FOUND-IDX = ZERO
009510             AND WS-IT-SECTION(WS-SORT-J) = 1
009520             AND WS-IT-SET-ID(WS-SORT-J) = WS-IT-SET-ID(WS-SORT-I)
009530         MOVE WS-SORT-J TO WS-IT-FOUND-IDX
009540     END-IF.
009550 2910-EXIT.
009560     EXIT.
009570*----------------------------------------------------------------*
009580*    3000-LOAD-SUSPENSE-RTN - EVERY ITEM ON THE SUSPENSE FILE IS *
009590*    STILL OPEN.  NO FILE ON HAND IS NOTED ON THE DISTRIBUTION   *
009600*    REPORT SO AN EMPTY SECTION IS NOT TAKEN AT FACE VALUE.      *
009610*----------------------------------------------------------------*
009620 3000-LOAD-SUSPENSE-RTN.
009630     OPEN INPUT SUSPFILE.
009640     IF WS-SUSP-STATUS NOT = "00"
009650         DISPLAY "BRNPKG - NO SUSPENSE FILE ON HAND - "
009660             "STATUS " WS-SUSP-STATUS
009670         MOVE "N" TO WS-SUSP-ON-HAND-SW
009680         GO TO 3000-EXIT
009690     END-IF.
009700     PERFORM 3100-READ-SUSPENSE-RTN THRU 3100-EXIT
009710         UNTIL WS-SUSP-END-OF-FILE.
009720     CLOSE SUSPFILE.
009730 3000-EXIT.
009740     EXIT.
009750 3100-READ-SUSPENSE-RTN.
009760     READ SUSPFILE
009770         AT END
009780             MOVE "Y" TO WS-SUSP-EOF-SWITCH
009790     END-READ.
009800     IF WS-SUSP-END-OF-FILE
009810         GO TO 3100-EXIT.
009820     MOVE SUSP-SET-ID TO WS-LOOKUP-SET-ID.
009830     PERFORM 7100-FIND-SET-RTN THRU 7100-EXIT.
009840     MOVE SUSP-SET-ID TO WS-SUS-SET-ID.
009850     MOVE WS-FOUND-DESC TO WS-SUS-DESC.
009860     MOVE SUSP-RUN-DATE TO WS-SUS-RUN-DATE.
009870     MOVE SUSP-CYCLE-NO TO WS-SUS-CYCLE.
009880     MOVE SUSP-NUM1 TO WS-SUS-NUM1.
009890     MOVE SUSP-NUM2 TO WS-SUS-NUM2.
009900     MOVE SUSP-NUM3 TO WS-SUS-NUM3.
009910     MOVE SUSP-REASON-CODE TO WS-SUS-REASON.
009920     EVALUATE TRUE
009930         WHEN SUSP-NUMERIC-ERROR
009940             MOVE "NUMERIC ERROR" TO WS-SUS-REASON-TEXT
009950         WHEN SUSP-TIE-REJECT
009960             MOVE "TIE REJECTED" TO WS-SUS-REASON-TEXT
009970         WHEN SUSP-UNKNOWN-SET
009980             MOVE "UNKNOWN SET" TO WS-SUS-REASON-TEXT
009990         WHEN SUSP-CLOSED-SET
010000             MOVE "CLOSED SET" TO WS-SUS-REASON-TEXT
010010         WHEN SUSP-DUPLICATE-SET
010020             MOVE "DUPLICATE SET" TO WS-SUS-REASON-TEXT
010030         WHEN OTHER
010040             MOVE SPACES TO WS-SUS-REASON-TEXT
010050     END-EVALUATE.
010060     MOVE SUSP-FAIL-FIELDS TO WS-SUS-FAIL-FIELDS.
010070     MOVE 2 TO WS-NEW-SECTION.
010080     MOVE SUSP-RUN-TIME TO WS-NEW-RUN-TIME.
010090     MOVE "N" TO WS-NEW-CHECK-SW.
010100     MOVE ZERO TO WS-NEW-HASH.
010110     IF SUSP-NUM1 IS NUMERIC
010120         MOVE SUSP-NUM1 TO WS-HASH-NUM
010130         ADD WS-HASH-NUM TO WS-NEW-HASH
010140     END-IF.
010150     IF SUSP-NUM2 IS NUMERIC
010160         MOVE SUSP-NUM2 TO WS-HASH-NUM
010170         ADD WS-HASH-NUM TO WS-NEW-HASH
010180     END-IF.
010190     IF SUSP-NUM3 IS NUMERIC
010200         MOVE SUSP-NUM3 TO WS-HASH-NUM
010210         ADD WS-HASH-NUM TO WS-NEW-HASH
010220     END-IF.
010230     MOVE WS-SUS-LINE TO WS-NEW-LINE.
010240     PERFORM 7200-ADD-ITEM-RTN THRU 7200-EXIT.
010250 3100-EXIT.
010260     EXIT.
010270*----------------------------------------------------------------*
010280*    3500-LOAD-TIEWORK-RTN - A TIE IS OUTSTANDING UNTIL IT IS    *
010290*    RESOLVED: STILL PENDING, OR DECIDED AND AWAITING THE        *
010300*    SECOND USER'S APPROVAL.                                     *
010310*----------------------------------------------------------------*
010320 3500-LOAD-TIEWORK-RTN.
010330     OPEN INPUT TIEWORK.
010340     IF WS-TIEW-STATUS NOT = "00"
010350         DISPLAY "BRNPKG - NO TIE WORKLIST ON HAND - "
010360             "STATUS " WS-TIEW-STATUS
010370         MOVE "N" TO WS-TIEW-ON-HAND-SW
010380         GO TO 3500-EXIT
010390     END-IF.
010400     PERFORM 3600-READ-TIEWORK-RTN THRU 3600-EXIT
010410         UNTIL WS-TIEW-END-OF-FILE.
010420     CLOSE TIEWORK.
010430 3500-EXIT.
010440     EXIT.
010450 3600-READ-TIEWORK-RTN.
010460     READ TIEWORK
010470         AT END
010480             MOVE "Y" TO WS-TIEW-EOF-SWITCH
010490     END-READ.
010500     IF WS-TIEW-END-OF-FILE
010510         GO TO 3600-EXIT.
010520     IF NOT TIW-UNRESOLVED
010530         GO TO 3600-EXIT.
010540     MOVE TIW-SET-ID TO WS-LOOKUP-SET-ID.
010550     PERFORM 7100-FIND-SET-RTN THRU 7100-EXIT.
010560     MOVE TIW-SET-ID TO WS-TIE-SET-ID.
010570     MOVE WS-FOUND-DESC TO WS-TIE-DESC.
010580     MOVE TIW-RUN-DATE TO WS-TIE-RUN-DATE.
010590     MOVE TIW-CYCLE-NO TO WS-TIE-CYCLE.
010600     MOVE TIW-NUM1 TO WS-TIE-NUM1.
010610     MOVE TIW-NUM2 TO WS-TIE-NUM2.
010620     MOVE TIW-NUM3 TO WS-TIE-NUM3.
010630     MOVE TIW-TIE-FIELDS TO WS-TIE-FIELDS.
010640     IF TIW-AWAITING-APPROVAL
010650         MOVE "AWAITING APPROVAL" TO WS-TIE-STATUS
010660         MOVE TIW-DECIDED-BY TO WS-TIE-PROPOSED-BY
010670     ELSE
010680         MOVE "PENDING" TO WS-TIE-STATUS
010690         MOVE SPACES TO WS-TIE-PROPOSED-BY
010700     END-IF.
010710     MOVE 3 TO WS-NEW-SECTION.
010720     MOVE TIW-RUN-TIME TO WS-NEW-RUN-TIME.
010730     MOVE "N" TO WS-NEW-CHECK-SW.
010740     MOVE ZERO TO WS-NEW-HASH.
010750     IF TIW-NUM1 IS NUMERIC
010760         MOVE TIW-NUM1 TO WS-HASH-NUM
010770         ADD WS-HASH-NUM TO WS-NEW-HASH
010780     END-IF.
010790     IF TIW-NUM2 IS NUMERIC
010800         MOVE TIW-NUM2 TO WS-HASH-NUM
010810         ADD WS-HASH-NUM TO WS-NEW-HASH
010820     END-IF.
010830     IF TIW-NUM3 IS NUMERIC
010840         MOVE TIW-NUM3 TO WS-HASH-NUM
010850         ADD WS-HASH-NUM TO WS-NEW-HASH
010860     END-IF.
010870     MOVE WS-TIE-LINE TO WS-NEW-LINE.
010880     PERFORM 7200-ADD-ITEM-RTN THRU 7200-EXIT.
010890 3600-EXIT.
010900     EXIT.
010910*----------------------------------------------------------------*
010920*    4000-SORT-BRANCHES-RTN - PACKAGES GO OUT IN BRANCH ORDER.   *
010930*    THE ITEMS POINT AT THEIR BRANCH BY TABLE POSITION, SO THE   *
010940*    POINTERS FOLLOW EACH SWAP.                                  *
010950*----------------------------------------------------------------*
010960 4000-SORT-BRANCHES-RTN.
010970     PERFORM 4100-SORT-PASS-RTN THRU 4100-EXIT
010980         VARYING WS-SORT-I FROM 1 BY 1
010990         UNTIL WS-SORT-I > WS-BR-COUNT.
011000 4000-EXIT.
011010     EXIT.
011020 4100-SORT-PASS-RTN.
011030     MOVE WS-SORT-I TO WS-BEST-IDX.
011040     PERFORM 4110-FIND-BEST-RTN THRU 4110-EXIT
011050         VARYING WS-SORT-J FROM WS-SORT-I BY 1
011060         UNTIL WS-SORT-J > WS-BR-COUNT.
011070     IF WS-BEST-IDX NOT = WS-SORT-I
011080         PERFORM 4120-SWAP-ENTRIES-RTN THRU 4120-EXIT
011090     END-IF.
011100 4100-EXIT.
011110     EXIT.
011120 4110-FIND-BEST-RTN.
011130     IF WS-BR-BRANCH(WS-SORT-J) < WS-BR-BRANCH(WS-BEST-IDX)
011140         MOVE WS-SORT-J TO WS-BEST-IDX
011150     END-IF.
011160 4110-EXIT.
011170     EXIT.
011180 4120-SWAP-ENTRIES-RTN.
011190     MOVE WS-BR-ENTRY(WS-SORT-I)  TO WS-SWAP-BR-ENTRY.
011200     MOVE WS-BR-ENTRY(WS-BEST-IDX) TO WS-BR-ENTRY(WS-SORT-I).
011210     MOVE WS-SWAP-BR-ENTRY TO WS-BR-ENTRY(WS-BEST-IDX).
011220     PERFORM 4130-REPOINT-ITEM-RTN THRU 4130-EXIT
011230         VARYING WS-IT-IDX FROM 1 BY 1
011240         UNTIL WS-IT-IDX > WS-IT-COUNT.
011250 4120-EXIT.
011260     EXIT.
011270 4130-REPOINT-ITEM-RTN.
011280     IF WS-IT-BR-IDX(WS-IT-IDX) = WS-SORT-I
011290         MOVE WS-BEST-IDX TO WS-IT-BR-IDX(WS-IT-IDX)
011300     ELSE
011310         IF WS-IT-BR-IDX(WS-IT-IDX) = WS-BEST-IDX
011320             MOVE WS-SORT-I TO WS-IT-BR-IDX(WS-IT-IDX)
011330         END-IF
011340     END-IF.
011350 4130-EXIT.
011360     EXIT.
011370*----------------------------------------------------------------*
011380*    5000-PRODUCE-PACKAGES-RTN - ONE PACKAGE OR NOTICE PER       *
011390*    BRANCH, AND ONE DISTRIBUTION CONTROL LINE FOR EACH.  A      *
011400*    BRANCH WITH NOTHING TO REPORT AND NO SET OPEN ON THE DATE   *
011410*    IS NOT WRITTEN TO.                                          *
011420*----------------------------------------------------------------*
011430 5000-PRODUCE-PACKAGES-RTN.
011440     MOVE WS-CURRENT-DATE TO WS-DH-RUN-DATE WS-PH-RUN-DATE.
011450     MOVE WS-PROC-DATE TO WS-DH-PROC-DATE WS-PH-PROC-DATE.
011460     MOVE WS-PKG-CYCLE TO WS-DH-CYCLE WS-PH-CYCLE.
011470     WRITE DST-RECORD FROM WS-DIST-HEADING-1.
011480     WRITE DST-RECORD FROM WS-DIST-HEADING-2.
011490     MOVE SPACES TO DST-RECORD.
011500     WRITE DST-RECORD.
011510     WRITE DST-RECORD FROM WS-DIST-COLUMN-HDGS.
011520     MOVE SPACES TO DST-RECORD.
011530     WRITE DST-RECORD.
011540     PERFORM 5100-ONE-BRANCH-RTN THRU 5100-EXIT
011550         VARYING WS-BR-IDX FROM 1 BY 1
011560         UNTIL WS-BR-IDX > WS-BR-COUNT.
011570 5000-EXIT.
011580     EXIT.
011590 5100-ONE-BRANCH-RTN.
011600     MOVE SPACES TO WS-DIST-DETAIL-LINE.
011610     IF WS-BR-ITEMS(WS-BR-IDX) = ZERO
011620         IF NOT WS-BR-EXPECTED(WS-BR-IDX)
011630             GO TO 5100-EXIT
011640         END-IF
011650         PERFORM 5800-PRINT-NOTICE-RTN THRU 5800-EXIT
011660         ADD 1 TO WS-NOTICE-COUNT
011670         MOVE "NOTICE" TO WS-DD-SENT
011680     ELSE
011690         PERFORM 5200-PRINT-COVER-RTN THRU 5200-EXIT
011700         PERFORM 5300-PRINT-SECTION-RTN THRU 5300-EXIT
011710             VARYING WS-SECT-IDX FROM 1 BY 1
011720             UNTIL WS-SECT-IDX > 4
011730         PERFORM 5400-PRINT-TOTALS-RTN THRU 5400-EXIT
011740         ADD 1 TO WS-PACKAGE-COUNT
011750         IF WS-BR-BRANCH(WS-BR-IDX) = WS-NO-BRANCH
011760             MOVE "RETAINED" TO WS-DD-SENT
011770         ELSE
011780             MOVE "PACKAGE" TO WS-DD-SENT
011790         END-IF
011800     END-IF.
011810     ADD WS-BR-PAGES(WS-BR-IDX) TO WS-TOTAL-PAGES.
011820     MOVE WS-BR-BRANCH(WS-BR-IDX) TO WS-DD-BRANCH.
011830     MOVE WS-BR-PAGES(WS-BR-IDX) TO WS-DD-PAGES.
011840     MOVE WS-BR-SECT-COUNT(WS-BR-IDX, 1) TO WS-DD-SECT(1).
011850     MOVE WS-BR-SECT-COUNT(WS-BR-IDX, 2) TO WS-DD-SECT(2).
011860     MOVE WS-BR-SECT-COUNT(WS-BR-IDX, 3) TO WS-DD-SECT(3).
011870     MOVE WS-BR-SECT-COUNT(WS-BR-IDX, 4) TO WS-DD-SECT(4).
011880     MOVE WS-BR-ITEMS(WS-BR-IDX) TO WS-DD-ITEMS.
011890     MOVE WS-BR-HASH(WS-BR-IDX) TO WS-DD-HASH.
011900     WRITE DST-RECORD FROM WS-DIST-DETAIL-LINE.
011910 5100-EXIT.
011920     EXIT.
011930*----------------------------------------------------------------*
011940*    5200-PRINT-COVER-RTN - THE COVER PAGE CARRIES THE           *
011950*    PACKAGE'S CONTENTS AND CONTROL TOTALS, WHICH THE BRANCH     *
011960*    TICKS OFF AGAINST THE TOTALS ON THE LAST PAGE.              *
011970*----------------------------------------------------------------*
011980 5200-PRINT-COVER-RTN.
011990     MOVE ZERO TO WS-PAGE-NO.
012000     PERFORM 7500-NEW-PAGE-RTN THRU 7500-EXIT.
012010     MOVE SPACES TO WS-BRANCH-TEXT-LINE.
012020     MOVE "DAILY RECONCILIATION PACKAGE FOR BRANCH"
012030         TO WS-BTX-TEXT.
012040     MOVE WS-BR-BRANCH(WS-BR-IDX) TO WS-BTX-BRANCH.
012050     IF WS-BR-BRANCH(WS-BR-IDX) = WS-NO-BRANCH
012060         MOVE " (SETS NOT ON THE SET MASTER)" TO WS-BTX-TEXT-2
012070     END-IF.
012080     MOVE WS-BRANCH-TEXT-LINE TO PKG-RECORD.
012090     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
012100     MOVE SPACES TO PKG-RECORD.
012110     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
012120     MOVE SPACES TO WS-TXT-TEXT.
012130     MOVE "CONTENTS" TO WS-TXT-TEXT.
012140     MOVE WS-TEXT-LINE TO PKG-RECORD.
012150     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
012160     PERFORM 5210-PRINT-CONTENTS-RTN THRU 5210-EXIT
012170         VARYING WS-SECT-IDX FROM 1 BY 1
012180         UNTIL WS-SECT-IDX > 4.
012190     PERFORM 5500-PRINT-CONTROL-TOTALS-RTN THRU 5500-EXIT.
012200     MOVE SPACES TO PKG-RECORD.
012210     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
012220     MOVE SPACES TO WS-TXT-TEXT.
012230     MOVE "CHECK THESE TOTALS AGAINST THE PACKAGE TOTALS ON THE"
012240         TO WS-TXT-TEXT.
012250     MOVE WS-TEXT-LINE TO PKG-RECORD.
012260     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
012270     MOVE "LAST PAGE.  QUERIES TO RECONCILIATION SYSTEMS UNIT."
012280         TO WS-TXT-TEXT.
012290     MOVE WS-TEXT-LINE TO PKG-RECORD.
012300     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
012310 5200-EXIT.
012320     EXIT.
012330 5210-PRINT-CONTENTS-RTN.
012340     MOVE SPACES TO WS-COUNT-LINE.
012350     MOVE WS-SECTION-TITLE(WS-SECT-IDX) TO WS-CNT-LABEL.
012360     MOVE WS-BR-SECT-COUNT(WS-BR-IDX, WS-SECT-IDX)
012370         TO WS-CNT-VALUE.
012380     MOVE WS-COUNT-LINE TO PKG-RECORD.
012390     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
012400 5210-EXIT.
012410     EXIT.
012420*----------------------------------------------------------------*
012430*    5300-PRINT-SECTION-RTN - EVERY SECTION PRINTS, EVEN EMPTY,  *
012440*    SO THE BRANCH SEES "NONE" RATHER THAN A MISSING HEADING.    *
012450*    EACH SECTION STARTS A NEW PAGE.                             *
012460*----------------------------------------------------------------*
012470 5300-PRINT-SECTION-RTN.
012480     PERFORM 7500-NEW-PAGE-RTN THRU 7500-EXIT.
012490     MOVE WS-SECT-IDX TO WS-SH-NUMBER.
012500     MOVE WS-SECTION-TITLE(WS-SECT-IDX) TO WS-SH-TITLE.
012510     MOVE WS-SECTION-HEADING TO PKG-RECORD.
012520     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
012530     MOVE SPACES TO PKG-RECORD.
012540     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
012550     PERFORM 7550-COLUMN-HEADINGS-RTN THRU 7550-EXIT.
012560     MOVE ZERO TO WS-SECT-TOTAL.
012570     PERFORM 5310-PRINT-ONE-ITEM-RTN THRU 5310-EXIT
012580         VARYING WS-IT-IDX FROM 1 BY 1
012590         UNTIL WS-IT-IDX > WS-IT-COUNT.
012600     IF WS-SECT-TOTAL = ZERO
012610         MOVE WS-NONE-LINE TO PKG-RECORD
012620         PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT
012630     END-IF.
012640 5300-EXIT.
012650     EXIT.
012660 5310-PRINT-ONE-ITEM-RTN.
012670     IF WS-IT-BR-IDX(WS-IT-IDX) NOT = WS-BR-IDX
012680             OR WS-IT-SECTION(WS-IT-IDX) NOT = WS-SECT-IDX
012690         GO TO 5310-EXIT.
012700     ADD 1 TO WS-SECT-TOTAL.
012710     ADD 1 TO WS-DISTRIB-COUNT.
012720     ADD WS-IT-HASH(WS-IT-IDX) TO WS-DISTRIB-HASH.
012730     MOVE WS-IT-LINE(WS-IT-IDX) TO WS-IPL-TEXT.
012740     MOVE WS-ITEM-PRINT-LINE TO PKG-RECORD.
012750     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
012760 5310-EXIT.
012770     EXIT.
012780*----------------------------------------------------------------*
012790*    5400-PRINT-TOTALS-RTN - THE PACKAGE CLOSES WITH THE SAME    *
012800*    CONTROL TOTALS AS THE COVER AND ITS PAGE COUNT.             *
012810*----------------------------------------------------------------*
012820 5400-PRINT-TOTALS-RTN.
012830     MOVE SPACES TO PKG-RECORD.
012840     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
012850     MOVE SPACES TO WS-TXT-TEXT.
012860     MOVE "PACKAGE TOTALS" TO WS-TXT-TEXT.
012870     MOVE WS-TEXT-LINE TO PKG-RECORD.
012880     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
012890     PERFORM 5210-PRINT-CONTENTS-RTN THRU 5210-EXIT
012900         VARYING WS-SECT-IDX FROM 1 BY 1
012910         UNTIL WS-SECT-IDX > 4.
012920     PERFORM 5500-PRINT-CONTROL-TOTALS-RTN THRU 5500-EXIT.
012930     MOVE SPACES TO WS-COUNT-LINE.
012940     MOVE "PAGES IN THIS PACKAGE" TO WS-CNT-LABEL.
012950     MOVE WS-PAGE-NO TO WS-CNT-VALUE.
012960     MOVE WS-COUNT-LINE TO PKG-RECORD.
012970     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
012980     MOVE SPACES TO PKG-RECORD.
012990     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
013000     MOVE SPACES TO WS-BRANCH-TEXT-LINE.
013010     MOVE "*** END OF PACKAGE FOR BRANCH" TO WS-BTX-TEXT.
013020     MOVE WS-BR-BRANCH(WS-BR-IDX) TO WS-BTX-BRANCH.
013030     MOVE " ***" TO WS-BTX-TEXT-2.
013040     MOVE WS-BRANCH-TEXT-LINE TO PKG-RECORD.
013050     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
013060 5400-EXIT.
013070     EXIT.
013080 5500-PRINT-CONTROL-TOTALS-RTN.
013090     MOVE SPACES TO WS-COUNT-LINE.
013100     MOVE "TOTAL ITEMS" TO WS-CNT-LABEL.
013110     MOVE WS-BR-ITEMS(WS-BR-IDX) TO WS-CNT-VALUE.
013120     MOVE WS-COUNT-LINE TO PKG-RECORD.
013130     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
013140     MOVE "  OF WHICH COMPARISONS REVERSED" TO WS-CNT-LABEL.
013150     MOVE WS-BR-REVERSED(WS-BR-IDX) TO WS-CNT-VALUE.
013160     MOVE WS-COUNT-LINE TO PKG-RECORD.
013170     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
013180     MOVE "HASH TOTAL OF VALUES" TO WS-CNT-LABEL.
013190     MOVE WS-BR-HASH(WS-BR-IDX) TO WS-CNT-VALUE.
013200     MOVE WS-COUNT-LINE TO PKG-RECORD.
013210     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
013220 5500-EXIT.
013230     EXIT.
013240*----------------------------------------------------------------*
013250*    5800-PRINT-NOTICE-RTN - ONE PAGE TELLING A BRANCH WITH OPEN *
013260*    SETS THAT NOTHING IS OUTSTANDING FOR IT.                    *
013270*----------------------------------------------------------------*
013280 5800-PRINT-NOTICE-RTN.
013290     MOVE ZERO TO WS-PAGE-NO.
013300     PERFORM 7500-NEW-PAGE-RTN THRU 7500-EXIT.
013310     MOVE SPACES TO WS-BRANCH-TEXT-LINE.
013320     MOVE "NOTHING OUTSTANDING FOR BRANCH" TO WS-BTX-TEXT.
013330     MOVE WS-BR-BRANCH(WS-BR-IDX) TO WS-BTX-BRANCH.
013340     MOVE WS-BRANCH-TEXT-LINE TO PKG-RECORD.
013350     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
013360     MOVE SPACES TO PKG-RECORD.
013370     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
013380     MOVE SPACES TO WS-TXT-TEXT.
013390     MOVE "NO SETS WERE COMPARED FOR THE BRANCH ON THIS DATE AND "
013400         TO WS-TXT-TEXT.
013410     MOVE WS-TEXT-LINE TO PKG-RECORD.
013420     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
013430     MOVE "CYCLE, AND IT HAS NO OPEN SUSPENSE ITEMS, NO TIES "
013440         TO WS-TXT-TEXT.
013450     MOVE WS-TEXT-LINE TO PKG-RECORD.
013460     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
013470     MOVE "AWAITING A DECISION AND NO SETTLEMENT REJECTIONS."
013480         TO WS-TXT-TEXT.
013490     MOVE WS-TEXT-LINE TO PKG-RECORD.
013500     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
013510     MOVE "NO ACTION IS REQUIRED." TO WS-TXT-TEXT.
013520     MOVE WS-TEXT-LINE TO PKG-RECORD.
013530     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
013540     MOVE SPACES TO PKG-RECORD.
013550     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
013560     MOVE SPACES TO WS-BRANCH-TEXT-LINE.
013570     MOVE "*** END OF NOTICE FOR BRANCH" TO WS-BTX-TEXT.
013580     MOVE WS-BR-BRANCH(WS-BR-IDX) TO WS-BTX-BRANCH.
013590     MOVE " ***" TO WS-BTX-TEXT-2.
013600     MOVE WS-BRANCH-TEXT-LINE TO PKG-RECORD.
013610     PERFORM 7600-PRINT-LINE-RTN THRU 7600-EXIT.
013620 5800-EXIT.
013630     EXIT.
013640*----------------------------------------------------------------*
013650*    7100-FIND-SET-RTN - BRANCH AND DESCRIPTION OF THE SET IN    *
013660*    WS-LOOKUP-SET-ID.  A SET NOT ON THE MASTER BELONGS TO NO    *
013670*    BRANCH.                                                     *
013680*----------------------------------------------------------------*
013690 7100-FIND-SET-RTN.
013700     MOVE ZERO TO WS-SM-FOUND-IDX.
013710     PERFORM 7110-MATCH-SET-RTN THRU 7110-EXIT
013720         VARYING WS-SM-IDX FROM 1 BY 1
013730         UNTIL WS-SM-IDX > WS-SM-COUNT.
013740     IF WS-SM-FOUND-IDX = ZERO
013750         MOVE WS-NO-BRANCH TO WS-FOUND-BRANCH
013760         MOVE "** NOT ON SET MASTER **" TO WS-FOUND-DESC
013770     ELSE
013780         MOVE WS-SM-BRANCH(WS-SM-FOUND-IDX) TO WS-FOUND-BRANCH
013790         MOVE WS-SM-DESC(WS-SM-FOUND-IDX) TO WS-FOUND-DESC
013800     END-IF.
013810 7100-EXIT.
013820     EXIT.
013830 7110-MATCH-SET-RTN.
013840     IF WS-SM-FOUND-IDX = ZERO
013850             AND WS-SM-SET-ID(WS-SM-IDX) = WS-LOOKUP-SET-ID
013860         MOVE WS-SM-IDX TO WS-SM-FOUND-IDX
013870     END-IF.
013880 7110-EXIT.
013890     EXIT.
013900*----------------------------------------------------------------*
013910*    7200-ADD-ITEM-RTN - FILE THE NEW ITEM UNDER THE BRANCH      *
013920*    FOUND BY 7100 AND ADD IT TO THE BRANCH'S CONTROL TOTALS.    *
013930*----------------------------------------------------------------*
013940 7200-ADD-ITEM-RTN.
013950     IF WS-IT-COUNT >= WS-IT-TABLE-MAX
013960         DISPLAY "BRNPKG - ITEM TABLE FULL - "
013970             "MORE THAN " WS-IT-TABLE-MAX " ITEMS"
013980         STOP RUN
013990     END-IF.
014000     PERFORM 7300-FIND-BRANCH-RTN THRU 7300-EXIT.
014010     ADD 1 TO WS-IT-COUNT.
014020     MOVE WS-NEW-SECTION TO WS-IT-SECTION(WS-IT-COUNT).
014030     MOVE WS-BR-FOUND-IDX TO WS-IT-BR-IDX(WS-IT-COUNT).
014040     MOVE WS-LOOKUP-SET-ID TO WS-IT-SET-ID(WS-IT-COUNT).
014050     MOVE WS-NEW-RUN-TIME TO WS-IT-RUN-TIME(WS-IT-COUNT).
014060     MOVE WS-NEW-CHECK-SW TO WS-IT-CHECK-SW(WS-IT-COUNT).
014070     MOVE "N" TO WS-IT-REVERSED-SW(WS-IT-COUNT).
014080     MOVE WS-NEW-HASH TO WS-IT-HASH(WS-IT-COUNT).
014090     MOVE WS-NEW-LINE TO WS-IT-LINE(WS-IT-COUNT).
014100     ADD 1 TO WS-BR-SECT-COUNT(WS-BR-FOUND-IDX, WS-NEW-SECTION)
014110         WS-BR-ITEMS(WS-BR-FOUND-IDX) WS-SELECTED-COUNT.
014120     ADD WS-NEW-HASH TO WS-BR-HASH(WS-BR-FOUND-IDX)
014130         WS-SELECTED-HASH.
014140 7200-EXIT.
014150     EXIT.
014160*----------------------------------------------------------------*
014170*    7300-FIND-BRANCH-RTN - POSITION OF WS-FOUND-BRANCH IN THE   *
014180*    BRANCH TABLE, ADDING IT (NOT YET EXPECTED) IF NEW.          *
014190*----------------------------------------------------------------*
014200 7300-FIND-BRANCH-RTN.
014210     MOVE ZERO TO WS-BR-FOUND-IDX.
014220     PERFORM 7310-MATCH-BRANCH-RTN THRU 7310-EXIT
014230         VARYING WS-BR-IDX FROM 1 BY 1
014240         UNTIL WS-BR-IDX > WS-BR-COUNT.
014250     IF WS-BR-FOUND-IDX NOT = ZERO
014260         GO TO 7300-EXIT.
014270     IF WS-BR-COUNT >= WS-BR-TABLE-MAX
014280         DISPLAY "BRNPKG - BRANCH TABLE FULL - "
014290             "MORE THAN " WS-BR-TABLE-MAX " BRANCHES"
014300         STOP RUN
014310     END-IF.
014320     ADD 1 TO WS-BR-COUNT.
014330     MOVE WS-BR-COUNT TO WS-BR-FOUND-IDX.
014340     MOVE WS-FOUND-BRANCH TO WS-BR-BRANCH(WS-BR-COUNT).
014350     MOVE "N" TO WS-BR-EXPECTED-SW(WS-BR-COUNT).
014360     MOVE ZERO TO WS-BR-SECT-COUNT(WS-BR-COUNT, 1)
014370         WS-BR-SECT-COUNT(WS-BR-COUNT, 2)
014380         WS-BR-SECT-COUNT(WS-BR-COUNT, 3)
014390         WS-BR-SECT-COUNT(WS-BR-COUNT, 4)
014400         WS-BR-ITEMS(WS-BR-COUNT) WS-BR-REVERSED(WS-BR-COUNT)
014410         WS-BR-HASH(WS-BR-COUNT) WS-BR-PAGES(WS-BR-COUNT).
014420 7300-EXIT.
014430     EXIT.
014440 7310-MATCH-BRANCH-RTN.
014450     IF WS-BR-FOUND-IDX = ZERO
014460             AND WS-BR-BRANCH(WS-BR-IDX) = WS-FOUND-BRANCH
014470         MOVE WS-BR-IDX TO WS-BR-FOUND-IDX
014480     END-IF.
014490 7310-EXIT.
014500     EXIT.
014510*----------------------------------------------------------------*
014520*    7400-HASH-AUDIT-VALUES-RTN - SUM OF THE NUMERIC VALUE       *
014530*    FIELDS OF THE AUDIT RECORD, AS THE ARCHIVE HASH IS BUILT.   *
014540*----------------------------------------------------------------*
014550 7400-HASH-AUDIT-VALUES-RTN.
014560     MOVE ZERO TO WS-NEW-HASH.
014570     IF AUD-XNUM1 IS NUMERIC
014580         MOVE AUD-XNUM1 TO WS-HASH-NUM
014590         ADD WS-HASH-NUM TO WS-NEW-HASH
014600     END-IF.
014610     IF AUD-XNUM2 IS NUMERIC
014620         MOVE AUD-XNUM2 TO WS-HASH-NUM
014630         ADD WS-HASH-NUM TO WS-NEW-HASH
014640     END-IF.
014650     IF AUD-XNUM3 IS NUMERIC
014660         MOVE AUD-XNUM3 TO WS-HASH-NUM
014670         ADD WS-HASH-NUM TO WS-NEW-HASH
014680     END-IF.
014690 7400-EXIT.
014700     EXIT.
014710*----------------------------------------------------------------*
014720*    7500-NEW-PAGE-RTN - START A PAGE OF THE CURRENT BRANCH'S    *
014730*    PACKAGE.  PAGES ARE NUMBERED WITHIN THE PACKAGE.            *
014740*----------------------------------------------------------------*
014750 7500-NEW-PAGE-RTN.
014760     ADD 1 TO WS-PAGE-NO.
014770     ADD 1 TO WS-BR-PAGES(WS-BR-IDX).
014780     MOVE WS-BR-BRANCH(WS-BR-IDX) TO WS-PH-BRANCH.
014790     MOVE WS-PAGE-NO TO WS-PH-PAGE.
014800     WRITE PKG-RECORD FROM WS-PAGE-HEADING-1
014810         AFTER ADVANCING PAGE.
014820     WRITE PKG-RECORD FROM WS-PAGE-HEADING-2.
014830     MOVE SPACES TO PKG-RECORD.
014840     WRITE PKG-RECORD.
014850     MOVE 3 TO WS-LINE-COUNT.
014860 7500-EXIT.
014870     EXIT.
014880 7550-COLUMN-HEADINGS-RTN.
014890     EVALUATE WS-SECT-IDX
014900         WHEN 1 MOVE WS-RES-COLUMN-HDGS TO PKG-RECORD
014910         WHEN 2 MOVE WS-SUS-COLUMN-HDGS TO PKG-RECORD
014920         WHEN 3 MOVE WS-TIE-COLUMN-HDGS TO PKG-RECORD
014930         WHEN OTHER MOVE WS-REJ-COLUMN-HDGS TO PKG-RECORD
014940     END-EVALUATE.
014950     WRITE PKG-RECORD.
014960     ADD 1 TO WS-LINE-COUNT.
014970 7550-EXIT.
014980     EXIT.
014990*----------------------------------------------------------------*
015000*    7600-PRINT-LINE-RTN - WRITE THE LINE IN PKG-RECORD.  A FULL *
015010*    PAGE IS CONTINUED ON A NEW ONE, REPEATING THE SECTION'S     *
015020*    COLUMN HEADINGS WHEN A SECTION IS BEING PRINTED.            *
015030*----------------------------------------------------------------*
015040 7600-PRINT-LINE-RTN.
015050     IF WS-LINE-COUNT < WS-LINES-PER-PAGE
015060         GO TO 7600-WRITE.
015070     MOVE PKG-RECORD TO WS-HOLD-LINE.
015080     PERFORM 7500-NEW-PAGE-RTN THRU 7500-EXIT.
015090     IF WS-SECT-IDX > ZERO AND WS-SECT-IDX < 5
015100         PERFORM 7550-COLUMN-HEADINGS-RTN THRU 7550-EXIT
015110     END-IF.
015120     MOVE WS-HOLD-LINE TO PKG-RECORD.
015130 7600-WRITE.
015140     WRITE PKG-RECORD.
015150     ADD 1 TO WS-LINE-COUNT.
015160 7600-EXIT.
015170     EXIT.
015180*----------------------------------------------------------------*
015190*    7700-DATE-TO-DAYS-RTN - WS-CNV-DATE (YYYYMMDD) TO A DAY     *
015200*    SERIAL FROM 01/01/1900.  GOOD FOR 1900-2099, WHERE EVERY    *
015210*    FOURTH YEAR LEAPS EXCEPT 1900 ITSELF.                       *
015220*----------------------------------------------------------------*
015230 7700-DATE-TO-DAYS-RTN.
015240     COMPUTE WS-CNV-DAYS = (WS-CNV-YYYY - 1900) * 365.
015250     COMPUTE WS-LEAP-CNT = (WS-CNV-YYYY - 1901) / 4.
015260     ADD WS-LEAP-CNT TO WS-CNV-DAYS.
015270     EVALUATE WS-CNV-MM
015280         WHEN 01 ADD 000 TO WS-CNV-DAYS
015290         WHEN 02 ADD 031 TO WS-CNV-DAYS
015300         WHEN 03 ADD 059 TO WS-CNV-DAYS
015310         WHEN 04 ADD 090 TO WS-CNV-DAYS
015320         WHEN 05 ADD 120 TO WS-CNV-DAYS
015330         WHEN 06 ADD 151 TO WS-CNV-DAYS
015340         WHEN 07 ADD 181 TO WS-CNV-DAYS
015350         WHEN 08 ADD 212 TO WS-CNV-DAYS
015360         WHEN 09 ADD 243 TO WS-CNV-DAYS
015370         WHEN 10 ADD 273 TO WS-CNV-DAYS
015380         WHEN 11 ADD 304 TO WS-CNV-DAYS
015390         WHEN 12 ADD 334 TO WS-CNV-DAYS
015400     END-EVALUATE.
015410     IF WS-CNV-MM > 02
015420         DIVIDE WS-CNV-YYYY BY 4
015430             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
015440         IF WS-LEAP-REM = ZERO
015450                 AND WS-CNV-YYYY NOT = 1900
015460             ADD 1 TO WS-CNV-DAYS
015470         END-IF
015480     END-IF.
015490     ADD WS-CNV-DD TO WS-CNV-DAYS.
015500 7700-EXIT.
015510     EXIT.
015520*----------------------------------------------------------------*
015530*    7710-PRIOR-DATE-RTN - STEP WS-CNV-DATE BACK ONE CALENDAR    *
015540*    DAY, ACROSS MONTH AND YEAR ENDS.                            *
015550*----------------------------------------------------------------*
015560 7710-PRIOR-DATE-RTN.
015570     IF WS-CNV-DD > 01
015580         SUBTRACT 1 FROM WS-CNV-DD
015590         GO TO 7710-EXIT.
015600     IF WS-CNV-MM > 01
015610         SUBTRACT 1 FROM WS-CNV-MM
015620     ELSE
015630         MOVE 12 TO WS-CNV-MM
015640         SUBTRACT 1 FROM WS-CNV-YYYY
015650     END-IF.
015660     EVALUATE WS-CNV-MM
015670         WHEN 04
015680         WHEN 06
015690         WHEN 09
015700         WHEN 11
015710             MOVE 30 TO WS-CNV-DD
015720         WHEN 02
015730             DIVIDE WS-CNV-YYYY BY 4
015740                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
015750             IF WS-LEAP-REM = ZERO
015760                     AND WS-CNV-YYYY NOT = 1900
015770                 MOVE 29 TO WS-CNV-DD
015780             ELSE
015790                 MOVE 28 TO WS-CNV-DD
015800             END-IF
015810         WHEN OTHER
015820             MOVE 31 TO WS-CNV-DD
015830     END-EVALUATE.
015840 7710-EXIT.
015850     EXIT.
015860*----------------------------------------------------------------*
015870*    7720-SET-WEEKDAY-RTN - WEEKDAY OF THE SERIAL IN WS-WKD-DAYS *
015880*    (0 = MONDAY TO 6 = SUNDAY).                                 *
015890*----------------------------------------------------------------*
015900 7720-SET-WEEKDAY-RTN.
015910     COMPUTE WS-WKD-WEEKS = (WS-WKD-DAYS - 1) / 7.
015920     COMPUTE WS-WEEKDAY = WS-WKD-DAYS - 1 - (WS-WKD-WEEKS * 7).
015930 7720-EXIT.
015940     EXIT.
015950*----------------------------------------------------------------*
015960*    7730-TEST-BUSINESS-DAY-RTN - IS THE SERIAL IN WS-CNV-DAYS A *
015970*    BUSINESS DAY?  THE WEEKDAY RULE FIRST, THEN A CALENDAR ROW  *
015980*    FOR THE DATE OVERRIDES IT EITHER WAY.                       *
015990*----------------------------------------------------------------*
016000 7730-TEST-BUSINESS-DAY-RTN.
016010     MOVE WS-CNV-DAYS TO WS-WKD-DAYS.
016020     PERFORM 7720-SET-WEEKDAY-RTN THRU 7720-EXIT.
016030     IF WS-WEEKDAY < 5
016040         MOVE "Y" TO WS-BUS-DAY-SWITCH
016050     ELSE
016060         MOVE "N" TO WS-BUS-DAY-SWITCH
016070     END-IF.
016080     PERFORM 7740-CHECK-CALENDAR-RTN THRU 7740-EXIT
016090         VARYING WS-CAL-IDX FROM 1 BY 1
016100         UNTIL WS-CAL-IDX > WS-CAL-COUNT.
016110 7730-EXIT.
016120     EXIT.
016130 7740-CHECK-CALENDAR-RTN.
016140     IF WS-CAL-DAYS(WS-CAL-IDX) = WS-CNV-DAYS
016150         IF WS-CAL-TYPE(WS-CAL-IDX) = "H"
016160             MOVE "N" TO WS-BUS-DAY-SWITCH
016170         ELSE
016180             MOVE "Y" TO WS-BUS-DAY-SWITCH
016190         END-IF
016200     END-IF.
016210 7740-EXIT.
016220     EXIT.
016230*----------------------------------------------------------------*
016240*    8000-TERMINATE-RTN - THE DISTRIBUTION REPORT PROVES EVERY   *
016250*    ITEM SELECTED WENT OUT IN A PACKAGE, BY COUNT AND HASH.  A  *
016260*    DIFFERENCE IS LOGGED AS AN ABEND AND ENDS THE RUN RC 8.     *
016270*----------------------------------------------------------------*
016280 8000-TERMINATE-RTN.
016290     MOVE SPACES TO DST-RECORD.
016300     WRITE DST-RECORD.
016310     IF NOT WS-SUSP-ON-HAND
016320         MOVE "NOTE - NO SUSPENSE FILE ON HAND - SUSPENSE"
016330             TO WS-DN-TEXT
016340         WRITE DST-RECORD FROM WS-DIST-NOTE-LINE
016350         MOVE "       SECTIONS SHOW NONE - NOT TO BE RELIED ON"
016360             TO WS-DN-TEXT
016370         WRITE DST-RECORD FROM WS-DIST-NOTE-LINE
016380     END-IF.
016390     IF NOT WS-TIEW-ON-HAND
016400         MOVE "NOTE - NO TIE WORKLIST ON HAND - TIE SECTIONS"
016410             TO WS-DN-TEXT
016420         WRITE DST-RECORD FROM WS-DIST-NOTE-LINE
016430         MOVE "       SHOW NONE - NOT TO BE RELIED ON"
016440             TO WS-DN-TEXT
016450         WRITE DST-RECORD FROM WS-DIST-NOTE-LINE
016460     END-IF.
016470     MOVE WS-PACKAGE-COUNT TO WS-DF-PACKAGES.
016480     MOVE WS-NOTICE-COUNT TO WS-DF-NOTICES.
016490     MOVE WS-TOTAL-PAGES TO WS-DF-PAGES.
016500     WRITE DST-RECORD FROM WS-DIST-FOOTER-1.
016510     MOVE WS-SELECTED-COUNT TO WS-DF-SELECTED.
016520     MOVE WS-DISTRIB-COUNT TO WS-DF-DISTRIB.
016530     IF WS-DISTRIB-COUNT = WS-SELECTED-COUNT
016540             AND WS-DISTRIB-HASH = WS-SELECTED-HASH
016550         MOVE "IN BALANCE" TO WS-DF-PROOF
016560     ELSE
016570         MOVE "** OUT OF BALANCE" TO WS-DF-PROOF
016580         MOVE "A" TO WS-RLOG-STATUS-CODE
016590     END-IF.
016600     WRITE DST-RECORD FROM WS-DIST-FOOTER-2.
016610     CLOSE PKGFILE.
016620     CLOSE DISTRPT.
016630     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
016640     DISPLAY "BRNPKG - PACKAGES COMPLETE FOR " WS-PROC-DATE
016650         " CYCLE " WS-PKG-CYCLE.
016660     DISPLAY "  PACKAGES SENT          " WS-PACKAGE-COUNT.
016670     DISPLAY "  NOTHING-OUTSTANDING    " WS-NOTICE-COUNT.
016680     DISPLAY "  PAGES PRINTED          " WS-TOTAL-PAGES.
016690     DISPLAY "  ITEMS DISTRIBUTED      " WS-DISTRIB-COUNT.
016700     IF WS-RLOG-STATUS-CODE = "A"
016710         DISPLAY "BRNPKG - ITEMS SELECTED " WS-SELECTED-COUNT
016720             " DO NOT AGREE WITH ITEMS DISTRIBUTED - RC 8"
016730         MOVE 8 TO RETURN-CODE
016740     END-IF.
016750 8000-EXIT.
016760     EXIT.
016770*----------------------------------------------------------------*
016780*    9000-WRITE-RUN-LOG-RTN - APPEND THIS RUN'S COMPLETION       *
016790*    RECORD TO THE SHARED OPERATIONS RUN LOG READ BY RUNSTAT.    *
016800*    THE PROCESSING DATE AND CYCLE GO IN THE DATA DATE AND       *
016810*    CYCLE; IN IS THE ITEMS SELECTED, OUT THE PACKAGES SENT AND  *
016820*    SUSPENSE THE NOTHING-OUTSTANDING NOTICES.  A LOG THAT       *
016830*    CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE RUN.    *
016840*----------------------------------------------------------------*
016850 9000-WRITE-RUN-LOG-RTN.
016860     OPEN EXTEND RUNLOG.
016870     IF WS-RLOG-STATUS NOT = "00"
016880         OPEN OUTPUT RUNLOG
016890     END-IF.
016900     IF WS-RLOG-STATUS NOT = "00"
016910         DISPLAY "BRNPKG - UNABLE TO WRITE RUN LOG - "
016920             "STATUS " WS-RLOG-STATUS
016930         GO TO 9000-EXIT.
016940     MOVE SPACES TO RLOG-RECORD.
016950     MOVE "BRNPKG" TO RLOG-PROGRAM.
016960     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
016970     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
016980     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
016990     ACCEPT RLOG-END-TIME FROM TIME.
017000     MOVE "PACKAGE" TO RLOG-MODE.
017010     MOVE WS-SELECTED-COUNT TO RLOG-IN-COUNT.
017020     MOVE WS-PACKAGE-COUNT TO RLOG-OUT-COUNT.
017030     MOVE WS-NOTICE-COUNT TO RLOG-SUSP-COUNT.
017040     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
017050     MOVE WS-PKG-CYCLE TO RLOG-CYCLE-NO.
017060     MOVE WS-PROC-DATE TO RLOG-DATA-DATE.
017070     WRITE RLOG-RECORD.
017080     CLOSE RUNLOG.
017090 9000-EXIT.
017100     EXIT.
017110
