000010*****************************************************************
000020*                                                               *
000030*    PROGRAM      AUDRECOV                                    *
000040*    FUNCTION     FORWARD RECOVERY OF THE INDEXED AUDIT       *
000050*                 TRAILS.  AUDFILE (AND RAUDFILE WHERE THERE  *
000060*                 IS ONE) IS REBUILT FROM THE LAST BACKUP     *
000070*                 CUT BY AUDBKUP, THEN EVERY AFTER-IMAGE ON   *
000080*                 THE JOURNAL (AUDJRNL) WRITTEN SINCE THAT    *
000090*                 BACKUP IS REPLAYED ONTO IT IN KEY ORDER -   *
000100*                 RECORDS ADDED ARE ADDED, RECORDS AUDARCH    *
000110*                 PURGED ARE PURGED.  AN IMAGE ALREADY ON THE *
000120*                 TRAIL IS SKIPPED, SO A JOURNAL REPLAYED     *
000130*                 TWICE DOES NO HARM.  THE REBUILT TRAILS ARE *
000140*                 THEN READ BACK AND PROVED BY COUNT AND HASH *
000150*                 AGAINST THE BACKUP PLUS WHAT WAS REPLAYED,  *
000160*                 THE WAY AUDARCH PROVES ITS ARCHIVE.         *
000170*                                                               *
000180*                 NOTHING IS TOUCHED UNTIL THE BACKUP HAS     *
000190*                 PROVED AGAINST ITS TRAILER, THE JOURNAL IS  *
000200*                 SHOWN TO BELONG TO THAT BACKUP, AND THE     *
000210*                 OPERATOR HAS CONFIRMED.                     *
000220*                                                               *
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. AUDRECOV.
000260 AUTHOR. R T MEEKS.
000270 INSTALLATION. RECONCILIATION SYSTEMS UNIT.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300*****************************************************************
000310*    MODIFICATION HISTORY                                      *
000320*    DATE        INIT   DESCRIPTION                            *
000330*    10/15/2026  RTM    ORIGINAL VERSION.  THE JOURNAL'S FIRST *
000340*                       RECORD MUST BE THE HEADER AUDBKUP      *
000350*                       WROTE FOR THE BACKUP BEING RESTORED;   *
000360*                       LATER HEADERS ARE PASSED OVER, SO THE  *
000370*                       ROLLED GENERATIONS CAN BE CONCATENATED *
000380*                       IN ORDER.  THE RUN IS LOGGED UNDER     *
000390*                       MODE RECOVER SO RUNSTAT SHOWS IT.      *
000400*    10/15/2026  RTM    A REPLAYED ADD OR PURGE THAT RETURNS   *
000410*                       STATUS 02 (ANOTHER RECORD FOR THE SET  *
000420*                       IS ON THE TRAIL, AS THERE IS FOR EVERY *
000430*                       RERUN OR REVERSAL UNDER THE SET-ID     *
000440*                       KEY) NOW COUNTS AS REPLAYED, NOT AS A  *
000450*                       FAILURE.  THIS IS ALSO THE REBUILD     *
000460*                       STEP WHEN A TRAIL WITHOUT THE SET-ID   *
000470*                       KEY IS CONVERTED.                      *
000480*****************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT AUDFILE ASSIGN TO "AUDFILE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS AUD-KEY
000590         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000600         FILE STATUS IS WS-AUD-STATUS.
000610     SELECT RAUDFILE ASSIGN TO "RAUDFILE"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS RNK-KEY
000650         FILE STATUS IS WS-RAUD-STATUS.
000660     SELECT AUDBKUP ASSIGN TO "AUDBKUP"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-BKP-STATUS.
000690     SELECT RAUDBKUP ASSIGN TO "RAUDBKUP"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RBKP-STATUS.
000720     SELECT AUDJRNL ASSIGN TO "AUDJRNL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-JRNL-STATUS.
000750     SELECT JRNSORT ASSIGN TO "JRNSORT".
000760     SELECT RUNLOG ASSIGN TO "RUNLOG"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RLOG-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  AUDFILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY AUDREC.
000840 FD  RAUDFILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY RNKAUD.
000870 FD  AUDBKUP
000880     LABEL RECORDS ARE STANDARD.
000890 COPY ARCHREC.
000900 FD  RAUDBKUP
000910     LABEL RECORDS ARE STANDARD.
000920 COPY RARCREC.
000930 FD  AUDJRNL
000940     LABEL RECORDS ARE STANDARD.
000950 COPY JRNREC.
000960*----------------------------------------------------------------*
000970*    JOURNAL SORT WORK - SAME LAYOUT AS JRNREC.  THE JOURNAL IS  *
000980*    IN POSTING ORDER ACROSS BOTH TRAILS; IT IS REPLAYED BY      *
000990*    TRAIL, THEN RECORD KEY, THEN POSTING DATE AND TIME, SO A    *
001000*    RECORD ADDED AND LATER PURGED IS ADDED BEFORE IT IS PURGED. *
001010*----------------------------------------------------------------*
001020 SD  JRNSORT.
001030 01  SRT-RECORD.
001040     05  SRT-REC-TYPE                   PIC X(01).
001050     05  SRT-ACTION                     PIC X(01).
001060     05  SRT-POST-DATE                  PIC 9(08).
001070     05  SRT-POST-TIME                  PIC 9(08).
001080     05  SRT-PROGRAM                    PIC X(12).
001090     05  SRT-IMAGE.
001100         10  SRT-IMAGE-KEY              PIC X(22).
001110         10  FILLER                     PIC X(138).
001120     05  FILLER                         PIC X(10).
001130 FD  RUNLOG
001140     LABEL RECORDS ARE STANDARD.
001150 COPY RLOGREC.
001160 WORKING-STORAGE SECTION.
001170*----------------------------------------------------------------*
001180*    FILE STATUS FIELDS                                          *
001190*----------------------------------------------------------------*
001200 77  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
001210 77  WS-RAUD-STATUS                 PIC X(02) VALUE SPACES.
001220 77  WS-BKP-STATUS                  PIC X(02) VALUE SPACES.
001230 77  WS-RBKP-STATUS                 PIC X(02) VALUE SPACES.
001240 77  WS-JRNL-STATUS                 PIC X(02) VALUE SPACES.
001250 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
001260 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
001270*----------------------------------------------------------------*
001280*    SWITCHES                                                    *
001290*----------------------------------------------------------------*
001300 77  WS-EOF-SWITCH                  PIC X(01) VALUE "N".
001310     88  WS-END-OF-FILE                        VALUE "Y".
001320 77  WS-SORT-EOF-SWITCH             PIC X(01) VALUE "N".
001330     88  WS-SORT-END-OF-FILE                   VALUE "Y".
001340 77  WS-RANKED-SWITCH               PIC X(01) VALUE "N".
001350     88  WS-RANKED-BACKUP-ON-HAND              VALUE "Y".
001360 77  WS-REBUILD-RANKED-SWITCH       PIC X(01) VALUE "N".
001370     88  WS-REBUILD-RANKED                     VALUE "Y".
001380 77  WS-FIRST-JRNL-SWITCH           PIC X(01) VALUE "Y".
001390     88  WS-FIRST-JRNL-RECORD                  VALUE "Y".
001400 77  WS-PROOF-SWITCH                PIC X(01) VALUE "N".
001410     88  WS-PROOF-FAILED                       VALUE "Y".
001420*----------------------------------------------------------------*
001430*    RUN IDENTIFICATION                                          *
001440*----------------------------------------------------------------*
001450 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001460 77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001470 77  WS-USERID                      PIC X(08) VALUE SPACES.
001480 77  WS-CONFIRM                     PIC X(01) VALUE SPACE.
001490 77  WS-BKUP-DATE                   PIC 9(08) VALUE ZERO.
001500 77  WS-BKUP-TIME                   PIC 9(08) VALUE ZERO.
001510*----------------------------------------------------------------*
001520*    AUDFILE BACKUP PROOF, REPLAY AND AFTER TOTALS               *
001530*----------------------------------------------------------------*
001540 77  WS-BKP-COUNT                   PIC 9(08) VALUE ZERO.
001550 77  WS-BKP-HASH                    PIC 9(12) VALUE ZERO.
001560 77  WS-EXP-COUNT                   PIC 9(08) VALUE ZERO.
001570 77  WS-EXP-HASH                    PIC 9(12) VALUE ZERO.
001580 77  WS-LOAD-COUNT                  PIC 9(08) VALUE ZERO.
001590 77  WS-ADD-COUNT                   PIC 9(08) VALUE ZERO.
001600 77  WS-ADD-HASH                    PIC 9(12) VALUE ZERO.
001610 77  WS-PRG-COUNT                   PIC 9(08) VALUE ZERO.
001620 77  WS-PRG-HASH                    PIC 9(12) VALUE ZERO.
001630 77  WS-AFT-COUNT                   PIC 9(08) VALUE ZERO.
001640 77  WS-AFT-HASH                    PIC 9(12) VALUE ZERO.
001650 77  WS-PRV-COUNT                   PIC 9(08) VALUE ZERO.
001660 77  WS-PRV-HASH                    PIC 9(12) VALUE ZERO.
001670 77  WS-IMAGE-HASH                  PIC 9(12) VALUE ZERO.
001680 77  WS-HASH-NUM                    PIC 9(03) VALUE ZERO.
001690*----------------------------------------------------------------*
001700*    RAUDFILE BACKUP PROOF, REPLAY AND AFTER TOTALS              *
001710*----------------------------------------------------------------*
001720 77  WS-RBKP-COUNT                  PIC 9(08) VALUE ZERO.
001730 77  WS-RBKP-HASH                   PIC 9(12) VALUE ZERO.
001740 77  WS-REXP-COUNT                  PIC 9(08) VALUE ZERO.
001750 77  WS-REXP-HASH                   PIC 9(12) VALUE ZERO.
001760 77  WS-RLOAD-COUNT                 PIC 9(08) VALUE ZERO.
001770 77  WS-RADD-COUNT                  PIC 9(08) VALUE ZERO.
001780 77  WS-RADD-HASH                   PIC 9(12) VALUE ZERO.
001790 77  WS-RPRG-COUNT                  PIC 9(08) VALUE ZERO.
001800 77  WS-RPRG-HASH                   PIC 9(12) VALUE ZERO.
001810 77  WS-RAFT-COUNT                  PIC 9(08) VALUE ZERO.
001820 77  WS-RAFT-HASH                   PIC 9(12) VALUE ZERO.
001830 77  WS-RPRV-COUNT                  PIC 9(08) VALUE ZERO.
001840 77  WS-RPRV-HASH                   PIC 9(12) VALUE ZERO.
001850*----------------------------------------------------------------*
001860*    JOURNAL COUNTS                                              *
001870*----------------------------------------------------------------*
001880 77  WS-JRN-IMAGES                  PIC 9(08) VALUE ZERO.
001890 77  WS-JRN-AUD-ADDS                PIC 9(08) VALUE ZERO.
001900 77  WS-JRN-AUD-PURGES              PIC 9(08) VALUE ZERO.
001910 77  WS-JRN-RNK-ADDS                PIC 9(08) VALUE ZERO.
001920 77  WS-JRN-RNK-PURGES              PIC 9(08) VALUE ZERO.
001930 77  WS-JRN-HEADERS                 PIC 9(08) VALUE ZERO.
001940 77  WS-REPLAYED                    PIC 9(08) VALUE ZERO.
001950 77  WS-SKIPPED                     PIC 9(08) VALUE ZERO.
001960 77  WS-TRAIL-TOTAL                 PIC 9(08) VALUE ZERO.
001970 PROCEDURE DIVISION.
001980*----------------------------------------------------------------*
001990*    0000-MAINLINE-RTN                                           *
002000*----------------------------------------------------------------*
002010 0000-MAINLINE-RTN.
002020     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
002030     PERFORM 2000-PROVE-BACKUP-RTN THRU 2000-EXIT.
002040     PERFORM 2500-PROVE-RBACKUP-RTN THRU 2500-EXIT.
002050     PERFORM 3000-CHECK-JOURNAL-RTN THRU 3000-EXIT.
002060     PERFORM 3500-CONFIRM-RTN THRU 3500-EXIT.
002070     PERFORM 4000-RESTORE-BACKUP-RTN THRU 4000-EXIT.
002080     IF WS-REBUILD-RANKED
002090         PERFORM 4500-RESTORE-RBACKUP-RTN THRU 4500-EXIT
002100     END-IF.
002110     PERFORM 5000-REPLAY-JOURNAL-RTN THRU 5000-EXIT.
002120     PERFORM 6000-PROVE-AFTER-RTN THRU 6000-EXIT.
002130     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
002140     STOP RUN.
002150 0000-EXIT.
002160     EXIT.
002170*----------------------------------------------------------------*
002180*    1000-INITIALIZE-RTN - A RECOVERY REBUILDS THE TRAIL OF      *
002190*    RECORD, SO IT MUST BE TRACEABLE TO WHOEVER RAN IT.          *
002200*----------------------------------------------------------------*
002210 1000-INITIALIZE-RTN.
002220     DISPLAY "AUDRECOV - AUDIT TRAIL FORWARD RECOVERY STARTING".
002230     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002240     ACCEPT WS-CURRENT-TIME FROM TIME.
002250     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
002260     IF WS-USERID = SPACES
002270         MOVE "UNKNOWN" TO WS-USERID
002280     END-IF.
002290     IF WS-USERID = "UNKNOWN"
002300         DISPLAY "AUDRECOV - RECOVERY REFUSED - USERID UNKNOWN"
002310         STOP RUN
002320     END-IF.
002330 1000-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------*
002360*    2000-PROVE-BACKUP-RTN - THE AUDFILE BACKUP MUST BE A FULL   *
002370*    BACKUP (FILE TYPE B) AND MUST PROVE AGAINST ITS TRAILER     *
002380*    BEFORE ANYTHING IS REBUILT FROM IT.  ITS DATE AND TIME      *
002390*    IDENTIFY THE BACKUP THE JOURNAL MUST FOLLOW.                *
002400*----------------------------------------------------------------*
002410 2000-PROVE-BACKUP-RTN.
002420     OPEN INPUT AUDBKUP.
002430     IF WS-BKP-STATUS NOT = "00"
002440         DISPLAY "AUDRECOV - RECOVERY REFUSED - UNABLE TO OPEN "
002450             "AUDBKUP - STATUS " WS-BKP-STATUS
002460         STOP RUN
002470     END-IF.
002480     READ AUDBKUP
002490         AT END
002500             MOVE SPACES TO ARC-HEADER-RECORD
002510     END-READ.
002520     IF ARC-HDR-REC-TYPE NOT = "H" OR NOT ARC-FILE-BACKUP
002530         DISPLAY "AUDRECOV - RECOVERY REFUSED - AUDBKUP IS NOT "
002540             "A BACKUP CUT BY AUDBKUP"
002550         STOP RUN
002560     END-IF.
002570     MOVE ARC-HDR-ARCH-DATE TO WS-BKUP-DATE.
002580     MOVE ARC-HDR-ARCH-TIME TO WS-BKUP-TIME.
002590     MOVE "N" TO WS-EOF-SWITCH.
002600     PERFORM 2100-READ-BACKUP-RTN THRU 2100-EXIT
002610         UNTIL WS-END-OF-FILE.
002620     CLOSE AUDBKUP.
002630     IF WS-BKP-COUNT NOT = WS-EXP-COUNT
002640             OR WS-BKP-HASH NOT = WS-EXP-HASH
002650         DISPLAY "AUDRECOV - RECOVERY REFUSED - AUDBKUP OUT OF "
002660             "BALANCE - " WS-BKP-COUNT " READ, TRAILER SAYS "
002670             WS-EXP-COUNT
002680         STOP RUN
002690     END-IF.
002700     DISPLAY "AUDRECOV - BACKUP OF " WS-BKUP-DATE " " WS-BKUP-TIME
002710         " PROVED - " WS-BKP-COUNT " AUDIT RECORD(S)".
002720 2000-EXIT.
002730     EXIT.
002740 2100-READ-BACKUP-RTN.
002750     READ AUDBKUP
002760         AT END
002770             MOVE "Y" TO WS-EOF-SWITCH
002780     END-READ.
002790     IF WS-END-OF-FILE
002800         GO TO 2100-EXIT.
002810     EVALUATE ARC-HDR-REC-TYPE
002820         WHEN "D"
002830             ADD 1 TO WS-BKP-COUNT
002840             MOVE ARC-DTL-AUDIT-IMAGE TO AUDIT-RECORD
002850             PERFORM 2200-HASH-AUDIT-RTN THRU 2200-EXIT
002860             ADD WS-IMAGE-HASH TO WS-BKP-HASH
002870         WHEN "T"
002880             MOVE ARC-TRL-RECORD-COUNT TO WS-EXP-COUNT
002890             MOVE ARC-TRL-HASH-TOTAL TO WS-EXP-HASH
002900         WHEN OTHER
002910             DISPLAY "AUDRECOV - RECOVERY REFUSED - AUDBKUP HAS "
002920                 "UNKNOWN RECORD TYPE " ARC-HDR-REC-TYPE
002930             STOP RUN
002940     END-EVALUATE.
002950 2100-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------*
002980*    2200-HASH-AUDIT-RTN - HASH OF THE AUDIT RECORD IN THE       *
002990*    RECORD AREA: THE SUM OF ITS NUMERIC VALUE FIELDS, AS THE    *
003000*    BACKUP AND ARCHIVE TRAILERS ARE BUILT.                      *
003010*----------------------------------------------------------------*
003020 2200-HASH-AUDIT-RTN.
003030     MOVE ZERO TO WS-IMAGE-HASH.
003040     IF AUD-XNUM1 IS NUMERIC
003050         MOVE AUD-XNUM1 TO WS-HASH-NUM
003060         ADD WS-HASH-NUM TO WS-IMAGE-HASH
003070     END-IF.
003080     IF AUD-XNUM2 IS NUMERIC
003090         MOVE AUD-XNUM2 TO WS-HASH-NUM
003100         ADD WS-HASH-NUM TO WS-IMAGE-HASH
003110     END-IF.
003120     IF AUD-XNUM3 IS NUMERIC
003130         MOVE AUD-XNUM3 TO WS-HASH-NUM
003140         ADD WS-HASH-NUM TO WS-IMAGE-HASH
003150     END-IF.
003160 2200-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------*
003190*    2500-PROVE-RBACKUP-RTN - A RANKED BACKUP IS OPTIONAL, BUT   *
003200*    ONE THAT IS PRESENT MUST BE FROM THE SAME BACKUP RUN AS     *
003210*    AUDBKUP AND MUST PROVE.                                     *
003220*----------------------------------------------------------------*
003230 2500-PROVE-RBACKUP-RTN.
003240     OPEN INPUT RAUDBKUP.
003250     IF WS-RBKP-STATUS NOT = "00"
003260         DISPLAY "AUDRECOV - NO RANKED BACKUP ON HAND"
003270         GO TO 2500-EXIT
003280     END-IF.
003290     READ RAUDBKUP
003300         AT END
003310             MOVE SPACES TO RRC-HEADER-RECORD
003320     END-READ.
003330     IF RRC-HDR-REC-TYPE NOT = "H" OR NOT RRC-FILE-BACKUP
003340             OR RRC-HDR-ARCH-DATE NOT = WS-BKUP-DATE
003350             OR RRC-HDR-ARCH-TIME NOT = WS-BKUP-TIME
003360         DISPLAY "AUDRECOV - RECOVERY REFUSED - RAUDBKUP IS NOT "
003370             "FROM THE BACKUP OF " WS-BKUP-DATE " " WS-BKUP-TIME
003380         STOP RUN
003390     END-IF.
003400     MOVE "Y" TO WS-RANKED-SWITCH.
003410     MOVE "N" TO WS-EOF-SWITCH.
003420     PERFORM 2600-READ-RBACKUP-RTN THRU 2600-EXIT
003430         UNTIL WS-END-OF-FILE.
003440     CLOSE RAUDBKUP.
003450     IF WS-RBKP-COUNT NOT = WS-REXP-COUNT
003460             OR WS-RBKP-HASH NOT = WS-REXP-HASH
003470         DISPLAY "AUDRECOV - RECOVERY REFUSED - RAUDBKUP OUT OF "
003480             "BALANCE - " WS-RBKP-COUNT " READ, TRAILER SAYS "
003490             WS-REXP-COUNT
003500         STOP RUN
003510     END-IF.
003520     DISPLAY "AUDRECOV - RANKED BACKUP PROVED - " WS-RBKP-COUNT
003530         " RANKED RECORD(S)".
003540 2500-EXIT.
003550     EXIT.
003560 2600-READ-RBACKUP-RTN.
003570     READ RAUDBKUP
003580         AT END
003590             MOVE "Y" TO WS-EOF-SWITCH
003600     END-READ.
003610     IF WS-END-OF-FILE
003620         GO TO 2600-EXIT.
003630     EVALUATE RRC-HDR-REC-TYPE
003640         WHEN "D"
003650             ADD 1 TO WS-RBKP-COUNT
003660             MOVE RRC-DTL-AUDIT-IMAGE TO RNK-AUDIT-RECORD
003670             ADD RNK-VALUE-COUNT TO WS-RBKP-HASH
003680         WHEN "T"
003690             MOVE RRC-TRL-RECORD-COUNT TO WS-REXP-COUNT
003700             MOVE RRC-TRL-HASH-TOTAL TO WS-REXP-HASH
003710         WHEN OTHER
003720             DISPLAY "AUDRECOV - RECOVERY REFUSED - RAUDBKUP HAS "
003730                 "UNKNOWN RECORD TYPE " RRC-HDR-REC-TYPE
003740             STOP RUN
003750     END-EVALUATE.
003760 2600-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------*
003790*    3000-CHECK-JOURNAL-RTN - THE JOURNAL MUST OPEN WITH THE     *
003800*    HEADER AUDBKUP WROTE WHEN IT CUT THIS BACKUP; A JOURNAL     *
003810*    STARTED AT ANY OTHER BACKUP WOULD REPLAY THE WRONG IMAGES.  *
003820*    THE DETAILS ARE COUNTED BY TRAIL AND ACTION FOR THE         *
003830*    OPERATOR TO CONFIRM.                                        *
003840*----------------------------------------------------------------*
003850 3000-CHECK-JOURNAL-RTN.
003860     OPEN INPUT AUDJRNL.
003870     IF WS-JRNL-STATUS NOT = "00"
003880         DISPLAY "AUDRECOV - RECOVERY REFUSED - UNABLE TO OPEN "
003890             "AUDJRNL - STATUS " WS-JRNL-STATUS
003900         STOP RUN
003910     END-IF.
003920     MOVE "N" TO WS-EOF-SWITCH.
003930     PERFORM 3100-READ-JOURNAL-RTN THRU 3100-EXIT
003940         UNTIL WS-END-OF-FILE.
003950     CLOSE AUDJRNL.
003960     IF WS-FIRST-JRNL-RECORD
003970         DISPLAY "AUDRECOV - RECOVERY REFUSED - AUDJRNL IS EMPTY"
003980         STOP RUN
003990     END-IF.
004000     IF WS-JRN-RNK-ADDS > ZERO OR WS-JRN-RNK-PURGES > ZERO
004010             OR WS-RANKED-BACKUP-ON-HAND
004020         MOVE "Y" TO WS-REBUILD-RANKED-SWITCH
004030     END-IF.
004040 3000-EXIT.
004050     EXIT.
004060 3100-READ-JOURNAL-RTN.
004070     READ AUDJRNL
004080         AT END
004090             MOVE "Y" TO WS-EOF-SWITCH
004100     END-READ.
004110     IF WS-END-OF-FILE
004120         GO TO 3100-EXIT.
004130     IF WS-FIRST-JRNL-RECORD
004140         MOVE "N" TO WS-FIRST-JRNL-SWITCH
004150         IF JRN-HDR-REC-TYPE NOT = "H"
004160                 OR JRN-HDR-BKUP-DATE NOT = WS-BKUP-DATE
004170                 OR JRN-HDR-BKUP-TIME NOT = WS-BKUP-TIME
004180             DISPLAY "AUDRECOV - RECOVERY REFUSED - AUDJRNL DOES "
004190                 "NOT START AT THE BACKUP OF " WS-BKUP-DATE " "
004200                 WS-BKUP-TIME
004210             STOP RUN
004220         END-IF
004230     END-IF.
004240     EVALUATE TRUE
004250         WHEN JRN-TYPE-HEADER
004260             ADD 1 TO WS-JRN-HEADERS
004270         WHEN JRN-TYPE-AUDIT AND JRN-RECORD-ADDED
004280             ADD 1 TO WS-JRN-AUD-ADDS
004290         WHEN JRN-TYPE-AUDIT AND JRN-RECORD-PURGED
004300             ADD 1 TO WS-JRN-AUD-PURGES
004310         WHEN JRN-TYPE-RANKED AND JRN-RECORD-ADDED
004320             ADD 1 TO WS-JRN-RNK-ADDS
004330         WHEN JRN-TYPE-RANKED AND JRN-RECORD-PURGED
004340             ADD 1 TO WS-JRN-RNK-PURGES
004350         WHEN OTHER
004360             DISPLAY "AUDRECOV - RECOVERY REFUSED - AUDJRNL HAS "
004370                 "UNKNOWN RECORD " JRN-REC-TYPE JRN-ACTION
004380             STOP RUN
004390     END-EVALUATE.
004400 3100-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------*
004430*    3500-CONFIRM-RTN - THE LIVE TRAILS ARE REPLACED, SO NOTHING *
004440*    IS WRITTEN UNTIL THE OPERATOR HAS SEEN WHAT THEY WILL BE    *
004450*    REBUILT FROM AND CONFIRMED IT.                              *
004460*----------------------------------------------------------------*
004470 3500-CONFIRM-RTN.
004480     DISPLAY "AUDRECOV - REBUILD FROM BACKUP OF " WS-BKUP-DATE
004490         " " WS-BKUP-TIME.
004500     DISPLAY "  AUDIT RECORDS ON BACKUP      " WS-BKP-COUNT.
004510     DISPLAY "  RANKED RECORDS ON BACKUP     " WS-RBKP-COUNT.
004520     DISPLAY "  JOURNAL AUDIT ADDS           " WS-JRN-AUD-ADDS.
004530     DISPLAY "  JOURNAL AUDIT PURGES         " WS-JRN-AUD-PURGES.
004540     DISPLAY "  JOURNAL RANKED ADDS          " WS-JRN-RNK-ADDS.
004550     DISPLAY "  JOURNAL RANKED PURGES        " WS-JRN-RNK-PURGES.
004560     DISPLAY "AUDFILE WILL BE REPLACED - Y TO PROCEED ? ".
004570     ACCEPT WS-CONFIRM FROM CONSOLE.
004580     IF WS-CONFIRM NOT = "Y"
004590         DISPLAY "AUDRECOV - CANCELLED - NOTHING REBUILT"
004600         STOP RUN
004610     END-IF.
004620 3500-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------*
004650*    4000-RESTORE-BACKUP-RTN - RECREATE AUDFILE AND LOAD THE     *
004660*    BACKUP IMAGES, WHICH WERE UNLOADED IN KEY ORDER.  THE FILE  *
004670*    IS LEFT OPEN I-O FOR THE REPLAY.                            *
004680*----------------------------------------------------------------*
004690 4000-RESTORE-BACKUP-RTN.
004700     OPEN OUTPUT AUDFILE.
004710     IF WS-AUD-STATUS NOT = "00"
004720         DISPLAY "AUDRECOV - UNABLE TO CREATE AUDFILE - "
004730             "STATUS " WS-AUD-STATUS
004740         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
004750     END-IF.
004760     OPEN INPUT AUDBKUP.
004770     IF WS-BKP-STATUS NOT = "00"
004780         DISPLAY "AUDRECOV - UNABLE TO REOPEN AUDBKUP - "
004790             "STATUS " WS-BKP-STATUS
004800         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
004810     END-IF.
004820     MOVE "N" TO WS-EOF-SWITCH.
004830     PERFORM 4100-LOAD-BACKUP-RTN THRU 4100-EXIT
004840         UNTIL WS-END-OF-FILE.
004850     CLOSE AUDBKUP.
004860     CLOSE AUDFILE.
004870     OPEN I-O AUDFILE.
004880     IF WS-AUD-STATUS NOT = "00"
004890         DISPLAY "AUDRECOV - UNABLE TO REOPEN AUDFILE - "
004900             "STATUS " WS-AUD-STATUS
004910         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
004920     END-IF.
004930     DISPLAY "AUDRECOV - " WS-LOAD-COUNT
004940         " AUDIT RECORD(S) RESTORED FROM BACKUP".
004950 4000-EXIT.
004960     EXIT.
004970 4100-LOAD-BACKUP-RTN.
004980     READ AUDBKUP
004990         AT END
005000             MOVE "Y" TO WS-EOF-SWITCH
005010     END-READ.
005020     IF WS-END-OF-FILE
005030         GO TO 4100-EXIT.
005040     IF ARC-DTL-REC-TYPE NOT = "D"
005050         GO TO 4100-EXIT.
005060     MOVE ARC-DTL-AUDIT-IMAGE TO AUDIT-RECORD.
005070     WRITE AUDIT-RECORD
005080         INVALID KEY
005090             DISPLAY "AUDRECOV - UNABLE TO RESTORE " AUD-KEY
005100                 " - STATUS " WS-AUD-STATUS
005110             PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
005120     END-WRITE.
005130     ADD 1 TO WS-LOAD-COUNT.
005140 4100-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------*
005170*    4500-RESTORE-RBACKUP-RTN - RECREATE RAUDFILE, LOADING THE   *
005180*    RANKED BACKUP WHEN THERE IS ONE.  WITH NO RANKED BACKUP BUT *
005190*    RANKED IMAGES ON THE JOURNAL, THE TRAIL WAS STARTED AFTER   *
005200*    THE BACKUP AND IS REBUILT FROM THE JOURNAL ALONE.           *
005210*----------------------------------------------------------------*
005220 4500-RESTORE-RBACKUP-RTN.
005230     OPEN OUTPUT RAUDFILE.
005240     IF WS-RAUD-STATUS NOT = "00"
005250         DISPLAY "AUDRECOV - UNABLE TO CREATE RAUDFILE - "
005260             "STATUS " WS-RAUD-STATUS
005270         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
005280     END-IF.
005290     IF WS-RANKED-BACKUP-ON-HAND
005300         OPEN INPUT RAUDBKUP
005310         IF WS-RBKP-STATUS NOT = "00"
005320             DISPLAY "AUDRECOV - UNABLE TO REOPEN RAUDBKUP - "
005330                 "STATUS " WS-RBKP-STATUS
005340             PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
005350         END-IF
005360         MOVE "N" TO WS-EOF-SWITCH
005370         PERFORM 4600-LOAD-RBACKUP-RTN THRU 4600-EXIT
005380             UNTIL WS-END-OF-FILE
005390         CLOSE RAUDBKUP
005400     END-IF.
005410     CLOSE RAUDFILE.
005420     OPEN I-O RAUDFILE.
005430     IF WS-RAUD-STATUS NOT = "00"
005440         DISPLAY "AUDRECOV - UNABLE TO REOPEN RAUDFILE - "
005450             "STATUS " WS-RAUD-STATUS
005460         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
005470     END-IF.
005480     DISPLAY "AUDRECOV - " WS-RLOAD-COUNT
005490         " RANKED RECORD(S) RESTORED FROM BACKUP".
005500 4500-EXIT.
005510     EXIT.
005520 4600-LOAD-RBACKUP-RTN.
005530     READ RAUDBKUP
005540         AT END
005550             MOVE "Y" TO WS-EOF-SWITCH
005560     END-READ.
005570     IF WS-END-OF-FILE
005580         GO TO 4600-EXIT.
005590     IF RRC-DTL-REC-TYPE NOT = "D"
005600         GO TO 4600-EXIT.
005610     MOVE RRC-DTL-AUDIT-IMAGE TO RNK-AUDIT-RECORD.
005620     WRITE RNK-AUDIT-RECORD
005630         INVALID KEY
005640             DISPLAY "AUDRECOV - UNABLE TO RESTORE " RNK-KEY
005650                 " - STATUS " WS-RAUD-STATUS
005660             PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
005670     END-WRITE.
005680     ADD 1 TO WS-RLOAD-COUNT.
005690 4600-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------*
005720*    5000-REPLAY-JOURNAL-RTN - SORT THE JOURNAL INTO TRAIL AND   *
005730*    KEY ORDER AND APPLY EACH IMAGE.                             *
005740*----------------------------------------------------------------*
005750 5000-REPLAY-JOURNAL-RTN.
005760     SORT JRNSORT
005770         ON ASCENDING KEY SRT-REC-TYPE SRT-IMAGE-KEY
005780                          SRT-POST-DATE SRT-POST-TIME
005790         USING AUDJRNL
005800         OUTPUT PROCEDURE IS 5100-APPLY-IMAGES-RTN
005810             THRU 5100-EXIT.
005820     CLOSE AUDFILE.
005830     IF WS-REBUILD-RANKED
005840         CLOSE RAUDFILE
005850     END-IF.
005860     DISPLAY "AUDRECOV - " WS-REPLAYED " JOURNAL IMAGE(S) "
005870         "REPLAYED, " WS-SKIPPED " ALREADY ON THE TRAIL".
005880 5000-EXIT.
005890     EXIT.
005900 5100-APPLY-IMAGES-RTN.
005910     MOVE "N" TO WS-SORT-EOF-SWITCH.
005920     PERFORM 5200-RETURN-IMAGE-RTN THRU 5200-EXIT
005930         UNTIL WS-SORT-END-OF-FILE.
005940 5100-EXIT.
005950     EXIT.
005960 5200-RETURN-IMAGE-RTN.
005970     RETURN JRNSORT
005980         AT END
005990             MOVE "Y" TO WS-SORT-EOF-SWITCH
006000     END-RETURN.
006010     IF WS-SORT-END-OF-FILE
006020         GO TO 5200-EXIT.
006030     IF SRT-REC-TYPE = "H"
006040         GO TO 5200-EXIT.
006050     ADD 1 TO WS-JRN-IMAGES.
006060     IF SRT-REC-TYPE = "A"
006070         PERFORM 5300-APPLY-AUDIT-RTN THRU 5300-EXIT
006080     ELSE
006090         PERFORM 5400-APPLY-RANKED-RTN THRU 5400-EXIT
006100     END-IF.
006110 5200-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------*
006140*    5300-APPLY-AUDIT-RTN - STATUS 02 ONLY SAYS ANOTHER RECORD   *
006150*    FOR THE SET IS ON THE TRAIL, WHICH THE SET-ID KEY ALLOWS.   *
006160*    AN ADD ALREADY ON THE TRAIL (22) OR A PURGE ALREADY GONE    *
006170*    (23) WAS CAPTURED BY THE BACKUP OR AN EARLIER REPLAY AND IS *
006180*    SKIPPED.  ANY OTHER FAILURE STOPS THE RECOVERY.             *
006190*----------------------------------------------------------------*
006200 5300-APPLY-AUDIT-RTN.
006210     MOVE SRT-IMAGE TO AUDIT-RECORD.
006220     PERFORM 2200-HASH-AUDIT-RTN THRU 2200-EXIT.
006230     IF SRT-ACTION = "A"
006240         WRITE AUDIT-RECORD
006250             INVALID KEY
006260                 CONTINUE
006270         END-WRITE
006280     ELSE
006290         DELETE AUDFILE RECORD
006300             INVALID KEY
006310                 CONTINUE
006320         END-DELETE
006330     END-IF.
006340     EVALUATE TRUE
006350         WHEN (WS-AUD-STATUS = "00" OR WS-AUD-STATUS = "02")
006360              AND SRT-ACTION = "A"
006370             ADD 1 TO WS-ADD-COUNT
006380             ADD WS-IMAGE-HASH TO WS-ADD-HASH
006390             ADD 1 TO WS-REPLAYED
006400         WHEN WS-AUD-STATUS = "00" OR WS-AUD-STATUS = "02"
006410             ADD 1 TO WS-PRG-COUNT
006420             ADD WS-IMAGE-HASH TO WS-PRG-HASH
006430             ADD 1 TO WS-REPLAYED
006440         WHEN WS-AUD-STATUS = "22" OR WS-AUD-STATUS = "23"
006450             ADD 1 TO WS-SKIPPED
006460         WHEN OTHER
006470             DISPLAY "AUDRECOV - UNABLE TO REPLAY " AUD-KEY
006480                 " - STATUS " WS-AUD-STATUS
006490             PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
006500     END-EVALUATE.
006510 5300-EXIT.
006520     EXIT.
006530 5400-APPLY-RANKED-RTN.
006540     MOVE SRT-IMAGE TO RNK-AUDIT-RECORD.
006550     IF SRT-ACTION = "A"
006560         WRITE RNK-AUDIT-RECORD
006570             INVALID KEY
006580                 CONTINUE
006590         END-WRITE
006600     ELSE
006610         DELETE RAUDFILE RECORD
006620             INVALID KEY
006630                 CONTINUE
006640         END-DELETE
006650     END-IF.
006660     EVALUATE TRUE
006670         WHEN WS-RAUD-STATUS = "00" AND SRT-ACTION = "A"
006680             ADD 1 TO WS-RADD-COUNT
006690             ADD RNK-VALUE-COUNT TO WS-RADD-HASH
006700             ADD 1 TO WS-REPLAYED
006710         WHEN WS-RAUD-STATUS = "00"
006720             ADD 1 TO WS-RPRG-COUNT
006730             ADD RNK-VALUE-COUNT TO WS-RPRG-HASH
006740             ADD 1 TO WS-REPLAYED
006750         WHEN WS-RAUD-STATUS = "22" OR WS-RAUD-STATUS = "23"
006760             ADD 1 TO WS-SKIPPED
006770         WHEN OTHER
006780             DISPLAY "AUDRECOV - UNABLE TO REPLAY " RNK-KEY
006790                 " - STATUS " WS-RAUD-STATUS
006800             PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
006810     END-EVALUATE.
006820 5400-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------*
006850*    6000-PROVE-AFTER-RTN - READ THE REBUILT TRAILS BACK.  EACH  *
006860*    MUST HOLD EXACTLY THE BACKUP PLUS THE IMAGES ADDED LESS     *
006870*    THE IMAGES PURGED, BY COUNT AND BY HASH.  A TRAIL THAT DOES *
006880*    NOT PROVE IS LEFT FOR INSPECTION, LOGGED AS AN ABEND AND    *
006890*    ENDS THE RUN RC 8.                                          *
006900*----------------------------------------------------------------*
006910 6000-PROVE-AFTER-RTN.
006920     COMPUTE WS-PRV-COUNT = WS-LOAD-COUNT + WS-ADD-COUNT
006930                          - WS-PRG-COUNT.
006940     COMPUTE WS-PRV-HASH = WS-BKP-HASH + WS-ADD-HASH
006950                         - WS-PRG-HASH.
006960     OPEN INPUT AUDFILE.
006970     MOVE "N" TO WS-EOF-SWITCH.
006980     PERFORM 6100-READ-AUDFILE-RTN THRU 6100-EXIT
006990         UNTIL WS-END-OF-FILE.
007000     CLOSE AUDFILE.
007010     IF WS-AFT-COUNT NOT = WS-PRV-COUNT
007020             OR WS-AFT-HASH NOT = WS-PRV-HASH
007030         DISPLAY "AUDRECOV - AUDFILE DOES NOT PROVE - "
007040             WS-AFT-COUNT " ON FILE, " WS-PRV-COUNT " EXPECTED"
007050         MOVE "Y" TO WS-PROOF-SWITCH
007060     END-IF.
007070     ADD WS-AFT-COUNT TO WS-TRAIL-TOTAL.
007080     IF NOT WS-REBUILD-RANKED
007090         GO TO 6000-EXIT.
007100     COMPUTE WS-RPRV-COUNT = WS-RLOAD-COUNT + WS-RADD-COUNT
007110                           - WS-RPRG-COUNT.
007120     COMPUTE WS-RPRV-HASH = WS-RBKP-HASH + WS-RADD-HASH
007130                          - WS-RPRG-HASH.
007140     OPEN INPUT RAUDFILE.
007150     MOVE "N" TO WS-EOF-SWITCH.
007160     PERFORM 6200-READ-RAUDFILE-RTN THRU 6200-EXIT
007170         UNTIL WS-END-OF-FILE.
007180     CLOSE RAUDFILE.
007190     IF WS-RAFT-COUNT NOT = WS-RPRV-COUNT
007200             OR WS-RAFT-HASH NOT = WS-RPRV-HASH
007210         DISPLAY "AUDRECOV - RAUDFILE DOES NOT PROVE - "
007220             WS-RAFT-COUNT " ON FILE, " WS-RPRV-COUNT " EXPECTED"
007230         MOVE "Y" TO WS-PROOF-SWITCH
007240     END-IF.
007250     ADD WS-RAFT-COUNT TO WS-TRAIL-TOTAL.
007260 6000-EXIT.
007270     EXIT.
007280 6100-READ-AUDFILE-RTN.
007290     READ AUDFILE NEXT RECORD
007300         AT END
007310             MOVE "Y" TO WS-EOF-SWITCH
007320     END-READ.
007330     IF WS-END-OF-FILE
007340         GO TO 6100-EXIT.
007350     ADD 1 TO WS-AFT-COUNT.
007360     PERFORM 2200-HASH-AUDIT-RTN THRU 2200-EXIT.
007370     ADD WS-IMAGE-HASH TO WS-AFT-HASH.
007380 6100-EXIT.
007390     EXIT.
007400 6200-READ-RAUDFILE-RTN.
007410     READ RAUDFILE NEXT RECORD
007420         AT END
007430             MOVE "Y" TO WS-EOF-SWITCH
007440     END-READ.
007450     IF WS-END-OF-FILE
007460         GO TO 6200-EXIT.
007470     ADD 1 TO WS-RAFT-COUNT.
007480     ADD RNK-VALUE-COUNT TO WS-RAFT-HASH.
007490 6200-EXIT.
007500     EXIT.
007510*----------------------------------------------------------------*
007520*    8000-TERMINATE-RTN                                          *
007530*----------------------------------------------------------------*
007540 8000-TERMINATE-RTN.
007550     IF WS-PROOF-FAILED
007560         MOVE "A" TO WS-RLOG-STATUS-CODE
007570     END-IF.
007580     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
007590     DISPLAY "AUDRECOV - FORWARD RECOVERY COMPLETE".
007600     DISPLAY "  BACKUP OF                     " WS-BKUP-DATE
007610         " " WS-BKUP-TIME.
007620     DISPLAY "  AUDIT RECORDS RESTORED        " WS-LOAD-COUNT.
007630     DISPLAY "  AUDIT RECORDS ADDED           " WS-ADD-COUNT.
007640     DISPLAY "  AUDIT RECORDS PURGED          " WS-PRG-COUNT.
007650     DISPLAY "  AUDIT RECORDS ON AUDFILE      " WS-AFT-COUNT.
007660     DISPLAY "  RANKED RECORDS RESTORED       " WS-RLOAD-COUNT.
007670     DISPLAY "  RANKED RECORDS ADDED          " WS-RADD-COUNT.
007680     DISPLAY "  RANKED RECORDS PURGED         " WS-RPRG-COUNT.
007690     DISPLAY "  RANKED RECORDS ON RAUDFILE    " WS-RAFT-COUNT.
007700     DISPLAY "  IMAGES ALREADY ON THE TRAIL   " WS-SKIPPED.
007710     IF WS-PROOF-FAILED
007720         DISPLAY "AUDRECOV - REBUILT TRAIL DOES NOT PROVE - RC 8"
007730         MOVE 8 TO RETURN-CODE
007740     END-IF.
007750 8000-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------*
007780*    9000-WRITE-RUN-LOG-RTN - APPEND THIS RUN'S COMPLETION       *
007790*    RECORD TO THE SHARED OPERATIONS RUN LOG READ BY RUNSTAT.    *
007800*    THE BACKUP DATE GOES IN THE DATA DATE; IN IS THE JOURNAL    *
007810*    IMAGES READ, OUT THE RECORDS ON THE REBUILT TRAILS AND      *
007820*    SUSPENSE THE IMAGES SKIPPED AS ALREADY THERE.  A LOG THAT   *
007830*    CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE RUN.    *
007840*----------------------------------------------------------------*
007850 9000-WRITE-RUN-LOG-RTN.
007860     OPEN EXTEND RUNLOG.
007870     IF WS-RLOG-STATUS NOT = "00"
007880         OPEN OUTPUT RUNLOG
007890     END-IF.
007900     IF WS-RLOG-STATUS NOT = "00"
007910         DISPLAY "AUDRECOV - UNABLE TO WRITE RUN LOG - "
007920             "STATUS " WS-RLOG-STATUS
007930         GO TO 9000-EXIT.
007940     MOVE SPACES TO RLOG-RECORD.
007950     MOVE "AUDRECOV" TO RLOG-PROGRAM.
007960     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
007970     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
007980     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
007990     ACCEPT RLOG-END-TIME FROM TIME.
008000     MOVE "RECOVER" TO RLOG-MODE.
008010     MOVE WS-JRN-IMAGES TO RLOG-IN-COUNT.
008020     MOVE WS-TRAIL-TOTAL TO RLOG-OUT-COUNT.
008030     MOVE WS-SKIPPED TO RLOG-SUSP-COUNT.
008040     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
008050     MOVE WS-USERID TO RLOG-USERID.
008060     MOVE WS-BKUP-DATE TO RLOG-DATA-DATE.
008070     WRITE RLOG-RECORD.
008080     CLOSE RUNLOG.
008090 9000-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------*
008120*    9100-LOG-ABEND-RTN - A TRAIL THAT CANNOT BE REBUILT STOPS   *
008130*    THE RUN, BUT IT GOES ON THE RUN LOG FIRST SO THE MORNING    *
008140*    REPORT SHOWS THE FAILED RECOVERY.                           *
008150*----------------------------------------------------------------*
008160 9100-LOG-ABEND-RTN.
008170     MOVE "A" TO WS-RLOG-STATUS-CODE.
008180     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
008190     MOVE 16 TO RETURN-CODE.
008200     STOP RUN.
008210 9100-EXIT.
008220     EXIT.
