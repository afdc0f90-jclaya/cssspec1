000010*****************************************************************
000020*                                                               *
000030*    PROGRAM      AUDBKUP                                     *
000040*    FUNCTION     BACKUP UNLOAD OF THE INDEXED AUDIT TRAILS   *
000050*                 AND ROLL OF THE FORWARD-RECOVERY JOURNAL.   *
000060*                 EVERY RECORD ON AUDFILE AND RAUDFILE IS     *
000070*                 UNLOADED TO A DATED BACKUP FILE FRAMED AND  *
000080*                 BALANCED LIKE THE AUDARCH ARCHIVES; EACH    *
000090*                 BACKUP IS READ BACK AND PROVED AGAINST ITS  *
000100*                 TRAILER, AND ONLY THEN IS THE JOURNAL       *
000110*                 (AUDJRNL) COPIED OFF TO AUDJRNLP AND        *
000120*                 STARTED AFRESH UNDER A HEADER NAMING THIS   *
000130*                 BACKUP.  THE BACKUP PLUS THE JOURNAL        *
000140*                 WRITTEN SINCE IS WHAT AUDRECOV REBUILDS     *
000150*                 THE TRAILS FROM.                            *
000160*                                                               *
000170*                 RUN IT WHEN NOTHING ELSE IS WRITING THE     *
000180*                 TRAILS - A RECORD ADDED BETWEEN THE UNLOAD  *
000190*                 AND THE ROLL WOULD BE ON NEITHER THE BACKUP *
000200*                 NOR THE NEW JOURNAL.                        *
000210*                                                               *
000220*                 A TRAIL BUILT BEFORE AUD-SET-ID BECAME AN   *
000230*                 ALTERNATE KEY WILL NOT OPEN UNDER BOTH KEYS *
000240*                 (STATUS 39).  IT IS UNLOADED UNDER ITS OLD  *
000250*                 PRIME KEY ALONE, AND AUDRECOV RUN STRAIGHT  *
000260*                 AFTER REBUILDS IT WITH BOTH KEYS - THE      *
000270*                 ONE-TIME CONVERSION BEFORE THE FIRST NIGHT  *
000280*                 ON THE PROGRAMS THAT READ BY SET ID.        *
000290*                                                               *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. AUDBKUP.
000330 AUTHOR. R T MEEKS.
000340 INSTALLATION. RECONCILIATION SYSTEMS UNIT.
000350 DATE-WRITTEN. 10/15/2026.
000360 DATE-COMPILED.
000370*****************************************************************
000380*    MODIFICATION HISTORY                                      *
000390*    DATE        INIT   DESCRIPTION                            *
000400*    10/15/2026  RTM    ORIGINAL VERSION.  THE ONLY WAY BACK   *
000410*                       FROM A DAMAGED INDEXED TRAIL WAS THE   *
000420*                       LAST FULL COPY, LOSING EVERYTHING      *
000430*                       WRITTEN SINCE.  AUDFILE GOES TO        *
000440*                       AUDBKUP AND RAUDFILE TO RAUDBKUP - THE *
000450*                       SCHEDULER DATE-STAMPS BOTH - AND THE   *
000460*                       JOURNAL IS ROLLED ONLY WHEN BOTH PROVE.*
000470*                       AN INSTALLATION WITHOUT A RANKED TRAIL *
000480*                       SKIPS THAT SECTION.  A BACKUP THAT     *
000490*                       DOES NOT PROVE LEAVES THE JOURNAL      *
000500*                       ALONE AND LOGS AN ABEND.               *
000510*    10/15/2026  RTM    A TRAIL WITHOUT THE SET-ID ALTERNATE   *
000520*                       KEY IS UNLOADED THROUGH AUDOLDF, SO    *
000530*                       AUDBKUP PLUS AUDRECOV CONVERT IT.      *
000540*****************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000580 OBJECT-COMPUTER. IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT AUDFILE ASSIGN TO "AUDFILE"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS AUD-KEY
000650         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000660         FILE STATUS IS WS-AUD-STATUS.
000670     SELECT AUDOLDF ASSIGN TO "AUDFILE"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS AOLD-KEY
000710         FILE STATUS IS WS-AOLD-STATUS.
000720     SELECT RAUDFILE ASSIGN TO "RAUDFILE"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS RNK-KEY
000760         FILE STATUS IS WS-RAUD-STATUS.
000770     SELECT AUDBKUP ASSIGN TO "AUDBKUP"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-BKP-STATUS.
000800     SELECT RAUDBKUP ASSIGN TO "RAUDBKUP"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-RBKP-STATUS.
000830     SELECT AUDJRNL ASSIGN TO "AUDJRNL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-JRNL-STATUS.
000860     SELECT AUDJRNLP ASSIGN TO "AUDJRNLP"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-JRNP-STATUS.
000890     SELECT RUNLOG ASSIGN TO "RUNLOG"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-RLOG-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  AUDFILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY AUDREC.
000970 FD  AUDOLDF
000980     LABEL RECORDS ARE STANDARD.
000990 01  AOLD-RECORD.
001000     05  AOLD-KEY                       PIC X(22).
001010     05  FILLER                         PIC X(58).
001020 FD  RAUDFILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY RNKAUD.
001050 FD  AUDBKUP
001060     LABEL RECORDS ARE STANDARD.
001070 COPY ARCHREC.
001080 FD  RAUDBKUP
001090     LABEL RECORDS ARE STANDARD.
001100 COPY RARCREC.
001110 FD  AUDJRNL
001120     LABEL RECORDS ARE STANDARD.
001130 COPY JRNREC.
001140 FD  AUDJRNLP
001150     LABEL RECORDS ARE STANDARD.
001160 01  JRNP-RECORD                    PIC X(200).
001170 FD  RUNLOG
001180     LABEL RECORDS ARE STANDARD.
001190 COPY RLOGREC.
001200 WORKING-STORAGE SECTION.
001210*----------------------------------------------------------------*
001220*    FILE STATUS FIELDS                                          *
001230*----------------------------------------------------------------*
001240 77  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
001250 77  WS-AOLD-STATUS                 PIC X(02) VALUE SPACES.
001260 77  WS-RAUD-STATUS                 PIC X(02) VALUE SPACES.
001270 77  WS-BKP-STATUS                  PIC X(02) VALUE SPACES.
001280 77  WS-RBKP-STATUS                 PIC X(02) VALUE SPACES.
001290 77  WS-JRNL-STATUS                 PIC X(02) VALUE SPACES.
001300 77  WS-JRNP-STATUS                 PIC X(02) VALUE SPACES.
001310 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
001320 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
001330*----------------------------------------------------------------*
001340*    SWITCHES                                                    *
001350*----------------------------------------------------------------*
001360 77  WS-EOF-SWITCH                  PIC X(01) VALUE "N".
001370     88  WS-END-OF-FILE                        VALUE "Y".
001380 77  WS-RANKED-SWITCH               PIC X(01) VALUE "N".
001390     88  WS-RANKED-TRAIL-ON-HAND               VALUE "Y".
001400 77  WS-OLD-KEYS-SWITCH             PIC X(01) VALUE "N".
001410     88  WS-OLD-KEY-STRUCTURE                  VALUE "Y".
001420*----------------------------------------------------------------*
001430*    RUN IDENTIFICATION - THE BACKUP DATE AND TIME              *
001440*----------------------------------------------------------------*
001450 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001460 77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001470*----------------------------------------------------------------*
001480*    AUDFILE BACKUP COUNTS AND TOTALS                            *
001490*----------------------------------------------------------------*
001500 77  WS-BKP-COUNT                   PIC 9(08) VALUE ZERO.
001510 77  WS-BKP-HASH                    PIC 9(12) VALUE ZERO.
001520 77  WS-VFY-COUNT                   PIC 9(08) VALUE ZERO.
001530 77  WS-VFY-HASH                    PIC 9(12) VALUE ZERO.
001540 77  WS-EXP-COUNT                   PIC 9(08) VALUE ZERO.
001550 77  WS-EXP-HASH                    PIC 9(12) VALUE ZERO.
001560 77  WS-HASH-NUM                    PIC 9(03) VALUE ZERO.
001570*----------------------------------------------------------------*
001580*    RAUDFILE BACKUP COUNTS AND TOTALS                           *
001590*----------------------------------------------------------------*
001600 77  WS-RBKP-COUNT                  PIC 9(08) VALUE ZERO.
001610 77  WS-RBKP-HASH                   PIC 9(12) VALUE ZERO.
001620 77  WS-RVFY-COUNT                  PIC 9(08) VALUE ZERO.
001630 77  WS-RVFY-HASH                   PIC 9(12) VALUE ZERO.
001640 77  WS-REXP-COUNT                  PIC 9(08) VALUE ZERO.
001650 77  WS-REXP-HASH                   PIC 9(12) VALUE ZERO.
001660*----------------------------------------------------------------*
001670*    JOURNAL ROLL COUNTS                                         *
001680*----------------------------------------------------------------*
001690 77  WS-JRNL-READ                   PIC 9(08) VALUE ZERO.
001700 77  WS-JRNL-ROLLED                 PIC 9(08) VALUE ZERO.
001710 PROCEDURE DIVISION.
001720*----------------------------------------------------------------*
001730*    0000-MAINLINE-RTN                                           *
001740*----------------------------------------------------------------*
001750 0000-MAINLINE-RTN.
001760     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
001770     PERFORM 2000-UNLOAD-AUD-RTN THRU 2000-EXIT.
001780     PERFORM 3000-VERIFY-AUD-RTN THRU 3000-EXIT.
001790     PERFORM 4000-UNLOAD-RANKED-RTN THRU 4000-EXIT.
001800     IF WS-RANKED-TRAIL-ON-HAND
001810         PERFORM 5000-VERIFY-RANKED-RTN THRU 5000-EXIT
001820     END-IF.
001830     PERFORM 6000-ROLL-JOURNAL-RTN THRU 6000-EXIT.
001840     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
001850     STOP RUN.
001860 0000-EXIT.
001870     EXIT.
001880*----------------------------------------------------------------*
001890*    1000-INITIALIZE-RTN - THE RUN DATE AND TIME ARE THE BACKUP  *
001900*    DATE AND TIME; THEY GO ON BOTH BACKUP HEADERS AND ON THE    *
001910*    HEADER OF THE NEW JOURNAL SO RECOVERY CAN PAIR THEM.        *
001920*----------------------------------------------------------------*
001930 1000-INITIALIZE-RTN.
001940     DISPLAY "AUDBKUP - AUDIT TRAIL BACKUP AND JOURNAL ROLL "
001950         "STARTING".
001960     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001970     ACCEPT WS-CURRENT-TIME FROM TIME.
001980 1000-EXIT.
001990     EXIT.
002000*----------------------------------------------------------------*
002010*    2000-UNLOAD-AUD-RTN - COPY EVERY AUDIT RECORD TO THE        *
002020*    BACKUP, FRAMED BY A HEADER AND A BALANCING TRAILER.  THE    *
002030*    HASH IS THE SUM OF THE NUMERIC VALUE FIELDS, THE SAME WAY   *
002040*    THE ARCHIVE HASH IS BUILT.                                  *
002050*----------------------------------------------------------------*
002060 2000-UNLOAD-AUD-RTN.
002070     OPEN INPUT AUDFILE.
002080     IF WS-AUD-STATUS = "39"
002090         PERFORM 2050-OPEN-OLD-KEYS-RTN THRU 2050-EXIT
002100     ELSE
002110         IF WS-AUD-STATUS NOT = "00"
002120             DISPLAY "AUDBKUP - UNABLE TO OPEN AUDFILE - "
002130                 "STATUS " WS-AUD-STATUS
002140             PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
002150         END-IF
002160     END-IF.
002170     OPEN OUTPUT AUDBKUP.
002180     IF WS-BKP-STATUS NOT = "00"
002190         DISPLAY "AUDBKUP - UNABLE TO OPEN AUDBKUP - "
002200             "STATUS " WS-BKP-STATUS
002210         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
002220     END-IF.
002230     MOVE SPACES TO ARC-HEADER-RECORD.
002240     MOVE "H" TO ARC-HDR-REC-TYPE.
002250     MOVE WS-CURRENT-DATE TO ARC-HDR-ARCH-DATE.
002260     MOVE ZERO TO ARC-HDR-RETEN-DATE.
002270     MOVE "B" TO ARC-HDR-FILE-TYPE.
002280     MOVE WS-CURRENT-TIME TO ARC-HDR-ARCH-TIME.
002290     WRITE ARC-HEADER-RECORD.
002300     MOVE "N" TO WS-EOF-SWITCH.
002310     PERFORM 2100-READ-AUD-RTN THRU 2100-EXIT
002320         UNTIL WS-END-OF-FILE.
002330     MOVE SPACES TO ARC-TRAILER-RECORD.
002340     MOVE "T" TO ARC-TRL-REC-TYPE.
002350     MOVE WS-BKP-COUNT TO ARC-TRL-RECORD-COUNT.
002360     MOVE WS-BKP-HASH TO ARC-TRL-HASH-TOTAL.
002370     WRITE ARC-TRAILER-RECORD.
002380     CLOSE AUDBKUP.
002390     IF WS-OLD-KEY-STRUCTURE
002400         CLOSE AUDOLDF
002410     ELSE
002420         CLOSE AUDFILE
002430     END-IF.
002440     DISPLAY "AUDBKUP - " WS-BKP-COUNT
002450         " AUDIT RECORD(S) UNLOADED".
002460 2000-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------*
002490*    2050-OPEN-OLD-KEYS-RTN - STATUS 39 ON AUDFILE IS A TRAIL    *
002500*    BUILT WITHOUT THE SET-ID ALTERNATE KEY.  IT IS OPENED AGAIN *
002510*    UNDER ITS PRIME KEY ALONE AND UNLOADED THE SAME WAY; THE    *
002520*    IMAGES ARE IDENTICAL, SO AUDRECOV CAN REBUILD FROM THEM.    *
002530*----------------------------------------------------------------*
002540 2050-OPEN-OLD-KEYS-RTN.
002550     OPEN INPUT AUDOLDF.
002560     IF WS-AOLD-STATUS NOT = "00"
002570         DISPLAY "AUDBKUP - UNABLE TO OPEN AUDFILE - STATUS 39, "
002580             "UNDER ITS OLD KEYS STATUS " WS-AOLD-STATUS
002590         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
002600     END-IF.
002610     MOVE "Y" TO WS-OLD-KEYS-SWITCH.
002620     DISPLAY "AUDBKUP - AUDFILE HAS NO SET-ID KEY - UNLOADING IT "
002630         "UNDER ITS OLD KEYS".
002640 2050-EXIT.
002650     EXIT.
002660 2100-READ-AUD-RTN.
002670     IF WS-OLD-KEY-STRUCTURE
002680         READ AUDOLDF NEXT RECORD INTO AUDIT-RECORD
002690             AT END
002700                 MOVE "Y" TO WS-EOF-SWITCH
002710         END-READ
002720     ELSE
002730         READ AUDFILE NEXT RECORD
002740             AT END
002750                 MOVE "Y" TO WS-EOF-SWITCH
002760         END-READ
002770     END-IF.
002780     IF WS-END-OF-FILE
002790         GO TO 2100-EXIT.
002800     ADD 1 TO WS-BKP-COUNT.
002810     PERFORM 2200-ADD-TO-HASH-RTN THRU 2200-EXIT.
002820     MOVE SPACES TO ARC-DETAIL-RECORD.
002830     MOVE "D" TO ARC-DTL-REC-TYPE.
002840     MOVE AUDIT-RECORD TO ARC-DTL-AUDIT-IMAGE.
002850     WRITE ARC-DETAIL-RECORD.
002860 2100-EXIT.
002870     EXIT.
002880 2200-ADD-TO-HASH-RTN.
002890     IF AUD-XNUM1 IS NUMERIC
002900         MOVE AUD-XNUM1 TO WS-HASH-NUM
002910         ADD WS-HASH-NUM TO WS-BKP-HASH
002920     END-IF.
002930     IF AUD-XNUM2 IS NUMERIC
002940         MOVE AUD-XNUM2 TO WS-HASH-NUM
002950         ADD WS-HASH-NUM TO WS-BKP-HASH
002960     END-IF.
002970     IF AUD-XNUM3 IS NUMERIC
002980         MOVE AUD-XNUM3 TO WS-HASH-NUM
002990         ADD WS-HASH-NUM TO WS-BKP-HASH
003000     END-IF.
003010 2200-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------*
003040*    3000-VERIFY-AUD-RTN - READ THE BACKUP BACK AND PROVE IT     *
003050*    AGAINST ITS TRAILER.  THE JOURNAL IS NOT ROLLED UNTIL       *
003060*    THIS PASSES.                                                *
003070*----------------------------------------------------------------*
003080 3000-VERIFY-AUD-RTN.
003090     OPEN INPUT AUDBKUP.
003100     IF WS-BKP-STATUS NOT = "00"
003110         DISPLAY "AUDBKUP - UNABLE TO REOPEN AUDBKUP - "
003120             "STATUS " WS-BKP-STATUS
003130         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
003140     END-IF.
003150     MOVE "N" TO WS-EOF-SWITCH.
003160     PERFORM 3100-READ-BACKUP-RTN THRU 3100-EXIT
003170         UNTIL WS-END-OF-FILE.
003180     CLOSE AUDBKUP.
003190     IF WS-VFY-COUNT NOT = WS-EXP-COUNT
003200             OR WS-VFY-COUNT NOT = WS-BKP-COUNT
003210         DISPLAY "AUDBKUP - BACKUP OUT OF BALANCE - "
003220             WS-BKP-COUNT " UNLOADED, " WS-VFY-COUNT
003230             " READ BACK, TRAILER SAYS " WS-EXP-COUNT
003240             " - JOURNAL NOT ROLLED"
003250         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
003260     END-IF.
003270     IF WS-VFY-HASH NOT = WS-EXP-HASH
003280             OR WS-VFY-HASH NOT = WS-BKP-HASH
003290         DISPLAY "AUDBKUP - BACKUP OUT OF BALANCE - "
003300             "HASH DOES NOT PROVE - JOURNAL NOT ROLLED"
003310         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
003320     END-IF.
003330     DISPLAY "AUDBKUP - BACKUP PROVED IN BALANCE".
003340 3000-EXIT.
003350     EXIT.
003360 3100-READ-BACKUP-RTN.
003370     READ AUDBKUP
003380         AT END
003390             MOVE "Y" TO WS-EOF-SWITCH
003400     END-READ.
003410     IF WS-END-OF-FILE
003420         GO TO 3100-EXIT.
003430     EVALUATE ARC-HDR-REC-TYPE
003440         WHEN "H"
003450             CONTINUE
003460         WHEN "D"
003470             ADD 1 TO WS-VFY-COUNT
003480             PERFORM 3200-HASH-BACKUP-REC-RTN THRU 3200-EXIT
003490         WHEN "T"
003500             MOVE ARC-TRL-RECORD-COUNT TO WS-EXP-COUNT
003510             MOVE ARC-TRL-HASH-TOTAL TO WS-EXP-HASH
003520         WHEN OTHER
003530             DISPLAY "AUDBKUP - BACKUP OUT OF BALANCE - "
003540                 "UNKNOWN RECORD TYPE " ARC-HDR-REC-TYPE
003550             PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
003560     END-EVALUATE.
003570 3100-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------*
003600*    3200-HASH-BACKUP-REC-RTN - THE IMAGE IS HASHED THROUGH THE  *
003610*    LIVE RECORD AREA SO EXACTLY THE SAME FIELD RULES APPLY ON   *
003620*    THE WAY BACK IN AS ON THE WAY OUT.                          *
003630*----------------------------------------------------------------*
003640 3200-HASH-BACKUP-REC-RTN.
003650     MOVE ARC-DTL-AUDIT-IMAGE TO AUDIT-RECORD.
003660     IF AUD-XNUM1 IS NUMERIC
003670         MOVE AUD-XNUM1 TO WS-HASH-NUM
003680         ADD WS-HASH-NUM TO WS-VFY-HASH
003690     END-IF.
003700     IF AUD-XNUM2 IS NUMERIC
003710         MOVE AUD-XNUM2 TO WS-HASH-NUM
003720         ADD WS-HASH-NUM TO WS-VFY-HASH
003730     END-IF.
003740     IF AUD-XNUM3 IS NUMERIC
003750         MOVE AUD-XNUM3 TO WS-HASH-NUM
003760         ADD WS-HASH-NUM TO WS-VFY-HASH
003770     END-IF.
003780 3200-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------*
003810*    4000-UNLOAD-RANKED-RTN - SAME UNLOAD FOR THE RANKED-SET     *
003820*    TRAIL.  THE HASH IS THE SUM OF EACH SET'S VALUE COUNT.      *
003830*    AN INSTALLATION WITHOUT A RANKED TRAIL SKIPS THE WHOLE      *
003840*    RANKED SECTION.                                             *
003850*----------------------------------------------------------------*
003860 4000-UNLOAD-RANKED-RTN.
003870     OPEN INPUT RAUDFILE.
003880     IF WS-RAUD-STATUS NOT = "00"
003890         DISPLAY "AUDBKUP - NO RANKED AUDIT TRAIL - "
003900             "RANKED SECTION SKIPPED - STATUS " WS-RAUD-STATUS
003910         GO TO 4000-EXIT
003920     END-IF.
003930     MOVE "Y" TO WS-RANKED-SWITCH.
003940     OPEN OUTPUT RAUDBKUP.
003950     IF WS-RBKP-STATUS NOT = "00"
003960         DISPLAY "AUDBKUP - UNABLE TO OPEN RAUDBKUP - "
003970             "STATUS " WS-RBKP-STATUS
003980         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
003990     END-IF.
004000     MOVE SPACES TO RRC-HEADER-RECORD.
004010     MOVE "H" TO RRC-HDR-REC-TYPE.
004020     MOVE WS-CURRENT-DATE TO RRC-HDR-ARCH-DATE.
004030     MOVE ZERO TO RRC-HDR-RETEN-DATE.
004040     MOVE "B" TO RRC-HDR-FILE-TYPE.
004050     MOVE WS-CURRENT-TIME TO RRC-HDR-ARCH-TIME.
004060     WRITE RRC-HEADER-RECORD.
004070     MOVE "N" TO WS-EOF-SWITCH.
004080     PERFORM 4100-READ-RANKED-RTN THRU 4100-EXIT
004090         UNTIL WS-END-OF-FILE.
004100     MOVE SPACES TO RRC-TRAILER-RECORD.
004110     MOVE "T" TO RRC-TRL-REC-TYPE.
004120     MOVE WS-RBKP-COUNT TO RRC-TRL-RECORD-COUNT.
004130     MOVE WS-RBKP-HASH TO RRC-TRL-HASH-TOTAL.
004140     WRITE RRC-TRAILER-RECORD.
004150     CLOSE RAUDBKUP.
004160     CLOSE RAUDFILE.
004170     DISPLAY "AUDBKUP - " WS-RBKP-COUNT
004180         " RANKED RECORD(S) UNLOADED".
004190 4000-EXIT.
004200     EXIT.
004210 4100-READ-RANKED-RTN.
004220     READ RAUDFILE NEXT RECORD
004230         AT END
004240             MOVE "Y" TO WS-EOF-SWITCH
004250     END-READ.
004260     IF WS-END-OF-FILE
004270         GO TO 4100-EXIT.
004280     ADD 1 TO WS-RBKP-COUNT.
004290     ADD RNK-VALUE-COUNT TO WS-RBKP-HASH.
004300     MOVE SPACES TO RRC-DETAIL-RECORD.
004310     MOVE "D" TO RRC-DTL-REC-TYPE.
004320     MOVE RNK-AUDIT-RECORD TO RRC-DTL-AUDIT-IMAGE.
004330     WRITE RRC-DETAIL-RECORD.
004340 4100-EXIT.
004350     EXIT.
004360 5000-VERIFY-RANKED-RTN.
004370     OPEN INPUT RAUDBKUP.
004380     IF WS-RBKP-STATUS NOT = "00"
004390         DISPLAY "AUDBKUP - UNABLE TO REOPEN RAUDBKUP - "
004400             "STATUS " WS-RBKP-STATUS
004410         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
004420     END-IF.
004430     MOVE "N" TO WS-EOF-SWITCH.
004440     PERFORM 5100-READ-RBACKUP-RTN THRU 5100-EXIT
004450         UNTIL WS-END-OF-FILE.
004460     CLOSE RAUDBKUP.
004470     IF WS-RVFY-COUNT NOT = WS-REXP-COUNT
004480             OR WS-RVFY-COUNT NOT = WS-RBKP-COUNT
004490             OR WS-RVFY-HASH NOT = WS-REXP-HASH
004500             OR WS-RVFY-HASH NOT = WS-RBKP-HASH
004510         DISPLAY "AUDBKUP - RANKED BACKUP OUT OF BALANCE - "
004520             "JOURNAL NOT ROLLED"
004530         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
004540     END-IF.
004550     DISPLAY "AUDBKUP - RANKED BACKUP PROVED IN BALANCE".
004560 5000-EXIT.
004570     EXIT.
004580 5100-READ-RBACKUP-RTN.
004590     READ RAUDBKUP
004600         AT END
004610             MOVE "Y" TO WS-EOF-SWITCH
004620     END-READ.
004630     IF WS-END-OF-FILE
004640         GO TO 5100-EXIT.
004650     EVALUATE RRC-HDR-REC-TYPE
004660         WHEN "H"
004670             CONTINUE
004680         WHEN "D"
004690             ADD 1 TO WS-RVFY-COUNT
004700             MOVE RRC-DTL-AUDIT-IMAGE TO RNK-AUDIT-RECORD
004710             ADD RNK-VALUE-COUNT TO WS-RVFY-HASH
004720         WHEN "T"
004730             MOVE RRC-TRL-RECORD-COUNT TO WS-REXP-COUNT
004740             MOVE RRC-TRL-HASH-TOTAL TO WS-REXP-HASH
004750         WHEN OTHER
004760             DISPLAY "AUDBKUP - RANKED BACKUP OUT OF BALANCE - "
004770                 "UNKNOWN RECORD TYPE " RRC-HDR-REC-TYPE
004780             PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
004790     END-EVALUATE.
004800 5100-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------*
004830*    6000-ROLL-JOURNAL-RTN - BOTH BACKUPS HAVE PROVED, SO THE    *
004840*    JOURNAL WRITTEN SINCE THE LAST BACKUP IS NO LONGER NEEDED   *
004850*    FOR RECOVERY.  IT IS COPIED OFF TO AUDJRNLP (THE SCHEDULER  *
004860*    KEEPS THE GENERATIONS) AND THE COPY COUNTED BACK BEFORE THE *
004870*    JOURNAL IS EMPTIED.  THE NEW JOURNAL STARTS WITH A HEADER   *
004880*    NAMING THIS BACKUP.  NO JOURNAL ON HAND (THE FIRST BACKUP)  *
004890*    JUST STARTS ONE.                                            *
004900*----------------------------------------------------------------*
004910 6000-ROLL-JOURNAL-RTN.
004920     OPEN INPUT AUDJRNL.
004930     IF WS-JRNL-STATUS NOT = "00"
004940         DISPLAY "AUDBKUP - NO JOURNAL ON HAND - "
004950             "A NEW ONE IS STARTED"
004960         GO TO 6000-START-NEW.
004970     OPEN OUTPUT AUDJRNLP.
004980     IF WS-JRNP-STATUS NOT = "00"
004990         DISPLAY "AUDBKUP - UNABLE TO OPEN AUDJRNLP - "
005000             "STATUS " WS-JRNP-STATUS " - JOURNAL NOT ROLLED"
005010         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
005020     END-IF.
005030     MOVE "N" TO WS-EOF-SWITCH.
005040     PERFORM 6100-COPY-JOURNAL-RTN THRU 6100-EXIT
005050         UNTIL WS-END-OF-FILE.
005060     CLOSE AUDJRNL.
005070     CLOSE AUDJRNLP.
005080     OPEN INPUT AUDJRNLP.
005090     IF WS-JRNP-STATUS NOT = "00"
005100         DISPLAY "AUDBKUP - UNABLE TO REOPEN AUDJRNLP - "
005110             "STATUS " WS-JRNP-STATUS " - JOURNAL NOT ROLLED"
005120         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
005130     END-IF.
005140     MOVE "N" TO WS-EOF-SWITCH.
005150     PERFORM 6200-COUNT-ROLLED-RTN THRU 6200-EXIT
005160         UNTIL WS-END-OF-FILE.
005170     CLOSE AUDJRNLP.
005180     IF WS-JRNL-ROLLED NOT = WS-JRNL-READ
005190         DISPLAY "AUDBKUP - JOURNAL COPY OUT OF BALANCE - "
005200             WS-JRNL-READ " READ, " WS-JRNL-ROLLED
005210             " ON AUDJRNLP - JOURNAL NOT ROLLED"
005220         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
005230     END-IF.
005240 6000-START-NEW.
005250     OPEN OUTPUT AUDJRNL.
005260     IF WS-JRNL-STATUS NOT = "00"
005270         DISPLAY "AUDBKUP - UNABLE TO START AUDJRNL - "
005280             "STATUS " WS-JRNL-STATUS
005290         PERFORM 9100-LOG-ABEND-RTN THRU 9100-EXIT
005300     END-IF.
005310     MOVE SPACES TO JRN-HEADER-RECORD.
005320     MOVE "H" TO JRN-HDR-REC-TYPE.
005330     MOVE WS-CURRENT-DATE TO JRN-HDR-BKUP-DATE.
005340     MOVE WS-CURRENT-TIME TO JRN-HDR-BKUP-TIME.
005350     WRITE JRN-HEADER-RECORD.
005360     CLOSE AUDJRNL.
005370     DISPLAY "AUDBKUP - " WS-JRNL-ROLLED
005380         " JOURNAL RECORD(S) ROLLED TO AUDJRNLP".
005390 6000-EXIT.
005400     EXIT.
005410 6100-COPY-JOURNAL-RTN.
005420     READ AUDJRNL
005430         AT END
005440             MOVE "Y" TO WS-EOF-SWITCH
005450     END-READ.
005460     IF WS-END-OF-FILE
005470         GO TO 6100-EXIT.
005480     ADD 1 TO WS-JRNL-READ.
005490     WRITE JRNP-RECORD FROM JRN-RECORD.
005500 6100-EXIT.
005510     EXIT.
005520 6200-COUNT-ROLLED-RTN.
005530     READ AUDJRNLP
005540         AT END
005550             MOVE "Y" TO WS-EOF-SWITCH
005560     END-READ.
005570     IF NOT WS-END-OF-FILE
005580         ADD 1 TO WS-JRNL-ROLLED
005590     END-IF.
005600 6200-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------*
005630*    8000-TERMINATE-RTN                                          *
005640*----------------------------------------------------------------*
005650 8000-TERMINATE-RTN.
005660     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
005670     DISPLAY "AUDBKUP - BACKUP AND JOURNAL ROLL COMPLETE".
005680     DISPLAY "  AUDIT RECORDS BACKED UP       " WS-BKP-COUNT.
005690     DISPLAY "  RANKED RECORDS BACKED UP      " WS-RBKP-COUNT.
005700     DISPLAY "  JOURNAL RECORDS ROLLED        " WS-JRNL-ROLLED.
005710     DISPLAY "KEEP AUDBKUP, RAUDBKUP AND AUDJRNLP TOGETHER -".
005720     DISPLAY "AUDRECOV NEEDS THE BACKUP AND THE JOURNAL THAT".
005730     DISPLAY "FOLLOWS IT.".
005740     IF WS-OLD-KEY-STRUCTURE
005750         DISPLAY "AUDFILE WAS UNLOADED UNDER ITS OLD KEYS - RUN "
005760             "AUDRECOV NOW TO REBUILD IT WITH THE SET-ID KEY."
005770     END-IF.
005780 8000-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------*
005810*    9000-WRITE-RUN-LOG-RTN - APPEND THIS RUN'S COMPLETION       *
005820*    RECORD TO THE SHARED OPERATIONS RUN LOG READ BY RUNSTAT.    *
005830*    IN IS THE AUDIT RECORDS BACKED UP, OUT THE RANKED RECORDS   *
005840*    BACKED UP AND SUSPENSE THE JOURNAL RECORDS ROLLED OFF.  A   *
005850*    LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL    *
005860*    THE RUN.                                                    *
005870*----------------------------------------------------------------*
005880 9000-WRITE-RUN-LOG-RTN.
005890     OPEN EXTEND RUNLOG.
005900     IF WS-RLOG-STATUS NOT = "00"
005910         OPEN OUTPUT RUNLOG
005920     END-IF.
005930     IF WS-RLOG-STATUS NOT = "00"
005940         DISPLAY "AUDBKUP - UNABLE TO WRITE RUN LOG - "
005950             "STATUS " WS-RLOG-STATUS
005960         GO TO 9000-EXIT.
005970     MOVE SPACES TO RLOG-RECORD.
005980     MOVE "AUDBKUP" TO RLOG-PROGRAM.
005990     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
006000     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
006010     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
006020     ACCEPT RLOG-END-TIME FROM TIME.
006030     MOVE "BACKUP" TO RLOG-MODE.
006040     MOVE WS-BKP-COUNT TO RLOG-IN-COUNT.
006050     MOVE WS-RBKP-COUNT TO RLOG-OUT-COUNT.
006060     MOVE WS-JRNL-ROLLED TO RLOG-SUSP-COUNT.
006070     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
006080     WRITE RLOG-RECORD.
006090     CLOSE RUNLOG.
006100 9000-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------*
006130*    9100-LOG-ABEND-RTN - A BACKUP THAT CANNOT BE CUT OR DOES    *
006140*    NOT PROVE STOPS THE RUN WITH THE JOURNAL UNTOUCHED, BUT     *
006150*    ITS CORPSE GOES ON THE RUN LOG FIRST SO THE MORNING REPORT  *
006160*    SHOWS THE ABEND INSTEAD OF A MISSING RUN.                   *
006170*----------------------------------------------------------------*
006180 9100-LOG-ABEND-RTN.
006190     MOVE "A" TO WS-RLOG-STATUS-CODE.
006200     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
006210     MOVE 16 TO RETURN-CODE.
006220     STOP RUN.
006230 9100-EXIT.
006240     EXIT.
