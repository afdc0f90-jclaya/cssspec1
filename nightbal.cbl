000438*                       ENDS WITH RETURN CODE 8 - A PROOF     *
000439*                       THAT CANNOT RUN MUST HOLD THE         *
000441*                       TRANSMISSION, NOT WAVE IT THROUGH.    *
000442*    10/15/2026  RTM    AUDFILE NOW DECLARES THE SET-ID          *
000443*                       ALTERNATE KEY CARRIED BY THE AUDIT       *
000444*                       TRAIL SO THE FILE OPENS WITH ITS FULL    *
000445*                       KEY STRUCTURE.                           *
000446*    10/15/2026  RTM    THE RUN LOG RECORD NOW CARRIES THE FEED  *
000447*                       CYCLE THE RUN WORKED ON (ZERO FOR THE    *
000448*                       WHOLE DATE) SO THE JOBGATE STEP CAN      *
000449*                       MATCH PREDECESSOR RUNS BY DATE AND       *
000450*                       CYCLE.                                   *
000451*    10/15/2026  RTM    A CYCLE BACKED OUT BY CYCREV NETS OUT    *
000452*                       OF THE PROOF.  EACH TYPE X REVERSAL ON   *
000453*                       THE TRAIL TAKES BACK THE COMPARISON OR   *
000454*                       DECISION IT REVERSES, CYCREV RUN LOG     *
000455*                       ENTRIES FOR THE DATE COME OFF THE        *
000456*                       CONDITIONALS FIGURES, AND WHEN THE       *
000457*                       TRANSMISSION ON HAND WAS CUT BEFORE THE  *
000458*                       BACK-OUT THE REVERSING FILE (SETLREV)    *
000459*                       IS ALLOWED FOR IN THE SETTLEMENT         *
000460*                       EQUATION.                                *
000461*    10/15/2026  RTM    RESEND DETAILS SETTLEXT HELD BACK FOR A  *
000462*                       SET ON THE RESEND EXCEPTION FILE DO NOT  *
000463*                       COUNT AS RESENT.  THE RESENDS ARE NOW    *
000464*                       THE RE-EXTRACT FILE PLUS THE HELD        *
000465*                       DETAILS SETTLEXT TOOK IN (REXHELD) LESS  *
000466*                       THOSE IT CARRIED FORWARD (REXHELDN).     *
000467*    10/15/2026  RTM    THE RUN LOG RECORD NOW CARRIES THE       *
000468*                       BALANCE DATE AS ITS DATA DATE, WHICH     *
000469*                       JOBGATE MATCHES PREDECESSORS ON.         *
000470*****************************************************************
000471 ENVIRONMENT DIVISION.
000472 CONFIGURATION SECTION.
000473 SOURCE-COMPUTER. IBM-370.
000474 OBJECT-COMPUTER. IBM-370.
000475 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT AUDFILE ASSIGN TO "AUDFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS AUD-KEY
000525         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000530         FILE STATUS IS WS-AUD-STATUS.
000540     SELECT SUSPFILE ASSIGN TO "SUSPFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000630     SELECT REXFILE ASSIGN TO "REXFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-REX-STATUS.
000651     SELECT SETLREV ASSIGN TO "SETLREV"
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS WS-SREV-STATUS.
000654     SELECT REXHELD ASSIGN TO "REXHELD"
000655         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS WS-RXH-STATUS.
000657     SELECT REXHELDN ASSIGN TO "REXHELDN"
000658         ORGANIZATION IS LINE SEQUENTIAL
000659         FILE STATUS IS WS-RXN-STATUS.
000660     SELECT NBALCTL ASSIGN TO "NBALCTL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CTL-STATUS.
000940     05  REX-WIN-FIELD                  PIC X(01).
000950     05  REX-WIN-VALUE                  PIC 9(03).
000960     05  FILLER                         PIC X(65).
000961 FD  SETLREV
000962     LABEL RECORDS ARE STANDARD.
000963 01  SREV-HEADER-RECORD.
000964     05  SREV-HDR-REC-TYPE              PIC X(01).
000965     05  SREV-HDR-RUN-DATE              PIC 9(08).
000966     05  SREV-HDR-CYCLE-NO              PIC 9(02).
000967     05  SREV-HDR-FILE-TYPE             PIC X(01).
000968     05  FILLER                         PIC X(68).
000969 01  SREV-TRAILER-RECORD.
000970     05  SREV-TRL-REC-TYPE              PIC X(01).
000971     05  SREV-TRL-RECORD-COUNT          PIC 9(08).
000972     05  SREV-TRL-HASH-TOTAL            PIC 9(12).
000973     05  SREV-TRL-ERROR-COUNT           PIC 9(08).
000974     05  SREV-TRL-REJECT-COUNT          PIC 9(08).
000975     05  SREV-TRL-UNRES-TIE-COUNT       PIC 9(08).
000976     05  FILLER                         PIC X(35).
000977 FD  REXHELD
000978     LABEL RECORDS ARE STANDARD.
000979 01  RXH-RECORD.
000980     05  RXH-REC-TYPE                   PIC X(01).
000981     05  FILLER                         PIC X(79).
000982 FD  REXHELDN
000983     LABEL RECORDS ARE STANDARD.
000984 01  RXN-RECORD.
000985     05  RXN-REC-TYPE                   PIC X(01).
000986     05  FILLER                         PIC X(79).
000987 FD  NBALCTL
000988     LABEL RECORDS ARE STANDARD.
000990 01  NB-RECORD.
001000     05  NB-BALANCE-DATE                PIC 9(08).
001010     05  FILLER                         PIC X(72).
001140 77  WS-TIEW-STATUS                 PIC X(02) VALUE SPACES.
001150 77  WS-SETL-STATUS                 PIC X(02) VALUE SPACES.
001160 77  WS-REX-STATUS                  PIC X(02) VALUE SPACES.
001165 77  WS-SREV-STATUS                 PIC X(02) VALUE SPACES.
001166 77  WS-RXH-STATUS                  PIC X(02) VALUE SPACES.
001167 77  WS-RXN-STATUS                  PIC X(02) VALUE SPACES.
001170 77  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
001180 77  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
001190 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
001310     88  WS-SETL-END-OF-FILE                   VALUE "Y".
001320 77  WS-REX-EOF-SWITCH              PIC X(01) VALUE "N".
001330     88  WS-REX-END-OF-FILE                    VALUE "Y".
001331 77  WS-SREV-EOF-SWITCH             PIC X(01) VALUE "N".
001332     88  WS-SREV-END-OF-FILE                   VALUE "Y".
001333 77  WS-RXH-EOF-SWITCH              PIC X(01) VALUE "N".
001334     88  WS-RXH-END-OF-FILE                    VALUE "Y".
001335 77  WS-RXN-EOF-SWITCH              PIC X(01) VALUE "N".
001336     88  WS-RXN-END-OF-FILE                    VALUE "Y".
001340 77  WS-OOB-SWITCH                  PIC X(01) VALUE "N".
001350     88  WS-NIGHT-OUT-OF-BALANCE               VALUE "Y".
001360*----------------------------------------------------------------*
001610 77  WS-SETL-TRL-REJ                PIC 9(08) VALUE ZERO.
001620 77  WS-SETL-TRL-UNRES              PIC 9(08) VALUE ZERO.
001630 77  WS-SETL-HDR-DATE               PIC 9(08) VALUE ZERO.
001631 77  WS-SETL-TRL-REVERSED           PIC 9(08) VALUE ZERO.
001632*    THE CYCLE THE TRANSMISSION WAS CUT FOR (00 = THE WHOLE    *
001634*    DATE).  WHEN NON-ZERO IT SCOPES THE AUDIT, SUSPENSE AND   *
001636*    WORKLIST TALLIES TO THE SAME CYCLE.                       *
001637 77  WS-BAL-CYCLE                   PIC 9(02) VALUE ZERO.
001638 77  WS-REC-CYCLE                   PIC 9(02) VALUE ZERO.
001639 77  WS-RESEND-COUNT                PIC 9(08) COMP VALUE ZERO.
001640*    RESEND DETAILS SETTLEXT FOUND WAITING ON REXHELD AND THE  *
001641*    ONES IT CARRIED FORWARD ON REXHELDN FOR SETS STILL HELD.  *
001642 77  WS-HELD-IN-COUNT               PIC 9(08) COMP VALUE ZERO.
001643 77  WS-HELD-OUT-COUNT              PIC 9(08) COMP VALUE ZERO.
001644*    SETS THE REVERSING FILE (SETLREV) BACKS OUT OF THE        *
001645*    TRANSMISSION ON HAND - DETAILS PLUS TRAILER EXCLUSIONS.   *
001646 77  WS-SREV-TOTAL                  PIC 9(08) COMP VALUE ZERO.
001647 77  WS-SREV-APPLIES-SW             PIC X(01) VALUE "N".
001648     88  WS-SREV-APPLIES                       VALUE "Y".
001649*    +1 FOR A COMPARISON, -1 FOR A TYPE X REVERSAL OF ONE.     *
001650 77  WS-AUD-INCR                    PIC S9(01) COMP VALUE +1.
001651*----------------------------------------------------------------*
001652*    CONDITIONALS RUN LOG FIGURES FOR THE DATE - EVERY ENTRY     *
001653*    (A DATE CAN RUN IN CYCLES, RESTARTS AND RESUBMISSIONS) IS   *
001654*    SUMMED SO THE TRAIL CAN BE PROVED AGAINST WHAT THE RUNS     *
001655*    SAID THEY DID, NOT AGAINST ITSELF.                          *
001656*----------------------------------------------------------------*
001657 77  WS-RL-FOUND-SW                 PIC X(01) VALUE "N".
001658     88  WS-RL-ENTRY-FOUND                     VALUE "Y".
001659 77  WS-RLOG-EOF-SWITCH             PIC X(01) VALUE "N".
001660     88  WS-RLOG-END-OF-FILE                   VALUE "Y".
001661 77  WS-RL-IN-TOTAL                 PIC 9(08) COMP VALUE ZERO.
001662 77  WS-RL-SUSP-TOTAL               PIC 9(08) COMP VALUE ZERO.
001663 77  WS-RL-REV-IN-TOTAL             PIC 9(08) COMP VALUE ZERO.
001664 77  WS-RL-REV-SUSP-TOTAL           PIC 9(08) COMP VALUE ZERO.
001665*----------------------------------------------------------------*
001666*    EQUATION WORK FIELDS                                        *
001667*----------------------------------------------------------------*
001680 77  WS-LEFT-SIDE                   PIC 9(08) COMP VALUE ZERO.
001690 77  WS-RIGHT-SIDE                  PIC 9(08) COMP VALUE ZERO.
001700 77  WS-OOB-COUNT                   PIC 9(04) COMP VALUE ZERO.
002110     PERFORM 4000-TALLY-TIEWORK-RTN THRU 4000-EXIT
002120         UNTIL WS-TIEW-END-OF-FILE.
002130     PERFORM 5500-TALLY-RESENDS-RTN THRU 5500-EXIT.
002135     PERFORM 5600-TALLY-REVERSAL-RTN THRU 5600-EXIT.
002137     PERFORM 5700-TALLY-HELD-RTN THRU 5700-EXIT.
002140     PERFORM 6000-PROVE-EQUATIONS-RTN THRU 6000-EXIT.
002150     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
002160     STOP RUN.
003016     PERFORM 1610-READ-RUN-LOG-RTN THRU 1610-EXIT
003017         UNTIL WS-RLOG-END-OF-FILE.
003018     CLOSE RUNLOG.
003019     PERFORM 1620-NET-REVERSALS-RTN THRU 1620-EXIT.
003020 1600-EXIT.
003021     EXIT.
003022 1610-READ-RUN-LOG-RTN.
003023     READ RUNLOG
003032         ADD RLOG-IN-COUNT TO WS-RL-IN-TOTAL
003033         ADD RLOG-SUSP-COUNT TO WS-RL-SUSP-TOTAL
003034     END-IF.
003035     PERFORM 1615-TALLY-CYCREV-RTN THRU 1615-EXIT.
003036 1610-EXIT.
003037     EXIT.
003038*----------------------------------------------------------------*
003039*    2000-TALLY-AUDIT-RTN - THE DATE'S AUDIT RECORDS.  TYPE C    *
003040*    COMPARISONS DRIVE THE SET FIGURES; TYPE D DECISIONS ARE     *
003041*    COUNTED SEPARATELY BECAUSE THE EXTRACT SWAPS A DECIDED      *
003042*    TIE FROM THE EXCLUSIONS INTO THE DETAILS.  TYPE S           *
003043*    SETTLEMENT POSTINGS DO NOT FIGURE IN THE NIGHT'S PROOF.     *
003180     IF AUD-TYPE-TIE-DECISION
003190         ADD 1 TO WS-AUD-DECISIONS
003200         GO TO 2000-EXIT.
003202*    A TYPE X REVERSAL TAKES BACK THE RECORD IT REVERSES.  IT IS
003204*    POSTED UNDER THE SAME RUN TIME WITH A LATER SEQUENCE, SO
003206*    THE ORIGINAL IS ALWAYS COUNTED BEFORE IT IS READ.
003207     IF AUD-TYPE-REVERSAL AND AUD-REVERSES-DECISION
003208         SUBTRACT 1 FROM WS-AUD-DECISIONS
003220         GO TO 2000-EXIT.
003221     IF NOT AUD-TYPE-COMPARISON AND NOT AUD-TYPE-REVERSAL
003222         GO TO 2000-EXIT.
003223     MOVE +1 TO WS-AUD-INCR.
003224     IF AUD-TYPE-REVERSAL
003225         MOVE -1 TO WS-AUD-INCR
003226     END-IF.
003227     ADD WS-AUD-INCR TO WS-AUD-SETS.
003240     EVALUATE TRUE
003250         WHEN AUD-WINNER-1
003260         WHEN AUD-WINNER-2
003270         WHEN AUD-WINNER-3
003280             ADD WS-AUD-INCR TO WS-AUD-WINS
003290         WHEN AUD-WINNER-TIE
003300             IF AUD-TIE-RESOLVED-FIELD = SPACE
003310                 ADD WS-AUD-INCR TO WS-AUD-TIES-UNRES
003320             ELSE
003330                 ADD WS-AUD-INCR TO WS-AUD-TIES-RES
003340             END-IF
003350         WHEN AUD-WINNER-REJECT
003360             ADD WS-AUD-INCR TO WS-AUD-REJECTS
003370         WHEN AUD-WINNER-ERROR
003380             ADD WS-AUD-INCR TO WS-AUD-ERRORS
003390         WHEN OTHER
003400             CONTINUE
003410     END-EVALUATE.
003810             MOVE SETL-TRL-REJECT-COUNT TO WS-SETL-TRL-REJ
003820             MOVE SETL-TRL-UNRES-TIE-COUNT
003830                 TO WS-SETL-TRL-UNRES
003832             IF SETL-TRL-REVERSED-COUNT IS NUMERIC
003834                 MOVE SETL-TRL-REVERSED-COUNT
003836                     TO WS-SETL-TRL-REVERSED
003838             END-IF
003840         WHEN OTHER
003850             CONTINUE
003860     END-EVALUATE.
004450         + WS-SETL-TRL-ERR + WS-SETL-TRL-REJ
004460         + WS-SETL-TRL-UNRES.
004470     COMPUTE WS-RIGHT-SIDE = WS-AUD-SETS + WS-RESEND-COUNT.
004471     IF WS-SREV-TOTAL > ZERO
004472         MOVE "SETL DTLS + EXCL = AUD + RESENDS + REVERSED"
004473             TO WS-PRF-TEXT
004474         ADD WS-SREV-TOTAL TO WS-RIGHT-SIDE
004475     END-IF.
004480     PERFORM 6100-PROVE-ONE-RTN THRU 6100-EXIT.
004490     IF WS-SETL-HDR-DATE NOT = WS-BALANCE-DATE
004500         MOVE SPACES TO RPT-RECORD
005790     MOVE SPACES TO RLOG-RECORD.
005800     MOVE "NIGHTBAL" TO RLOG-PROGRAM.
005810     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
005811     MOVE WS-BAL-CYCLE TO RLOG-CYCLE-NO.
005812     MOVE WS-BALANCE-DATE TO RLOG-DATA-DATE.
005820     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
005830     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
005840     ACCEPT RLOG-END-TIME FROM TIME.
006050     STOP RUN.
006060 9100-EXIT.
006070     EXIT.
006080*----------------------------------------------------------------*
006090*    1615-TALLY-CYCREV-RTN - A CYCREV ENTRY FOR THE DATE CARRIES *
006100*    THE SETS AND SUSPENSE ITEMS IT BACKED OUT OF WHAT           *
006110*    CONDITIONALS LOGGED.                                        *
006120*----------------------------------------------------------------*
006130 1615-TALLY-CYCREV-RTN.
006140     IF NOT WS-RLOG-END-OF-FILE
006150             AND RLOG-PROGRAM = "CYCREV"
006160             AND RLOG-DATA-DATE IS NUMERIC
006170             AND RLOG-DATA-DATE = WS-BALANCE-DATE
006180         ADD RLOG-IN-COUNT TO WS-RL-REV-IN-TOTAL
006190         ADD RLOG-SUSP-COUNT TO WS-RL-REV-SUSP-TOTAL
006200     END-IF.
006210 1615-EXIT.
006220     EXIT.
006230*----------------------------------------------------------------*
006240*    1620-NET-REVERSALS-RTN - WHAT CYCREV BACKED OUT OF THE DATE *
006250*    COMES OFF WHAT CONDITIONALS LOGGED FOR IT.                  *
006260*----------------------------------------------------------------*
006270 1620-NET-REVERSALS-RTN.
006280     IF WS-RL-REV-IN-TOTAL > WS-RL-IN-TOTAL
006290         MOVE ZERO TO WS-RL-IN-TOTAL
006300     ELSE
006310         SUBTRACT WS-RL-REV-IN-TOTAL FROM WS-RL-IN-TOTAL
006320     END-IF.
006330     IF WS-RL-REV-SUSP-TOTAL > WS-RL-SUSP-TOTAL
006340         MOVE ZERO TO WS-RL-SUSP-TOTAL
006350     ELSE
006360         SUBTRACT WS-RL-REV-SUSP-TOTAL FROM WS-RL-SUSP-TOTAL
006370     END-IF.
006380 1620-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------*
006410*    5600-TALLY-REVERSAL-RTN - THE REVERSING FILE CYCREV CUT     *
006420*    WHEN IT BACKED OUT A CYCLE THAT HAD ALREADY GONE TO         *
006430*    SETTLEMENT.  IT COUNTS ONLY WHEN IT IS FOR THE BALANCE      *
006440*    DATE (AND CYCLE) AND THE TRANSMISSION ON HAND WENT OUT      *
006450*    BEFORE THE BACK-OUT - A LATER EXTRACT PASSES THE REVERSED   *
006460*    SETS OVER ITSELF AND SHOWS THEM ON ITS OWN TRAILER.  NO     *
006470*    FILE ON HAND MEANS NOTHING SENT WAS BACKED OUT.             *
006480*----------------------------------------------------------------*
006490 5600-TALLY-REVERSAL-RTN.
006500     IF WS-SETL-TRL-REVERSED > ZERO
006510         GO TO 5600-EXIT.
006520     OPEN INPUT SETLREV.
006530     IF WS-SREV-STATUS NOT = "00"
006540         GO TO 5600-EXIT.
006550     PERFORM 5610-READ-REVERSAL-RTN THRU 5610-EXIT
006560         UNTIL WS-SREV-END-OF-FILE.
006570     CLOSE SETLREV.
006580     IF NOT WS-SREV-APPLIES
006590         MOVE ZERO TO WS-SREV-TOTAL
006600     END-IF.
006610 5600-EXIT.
006620     EXIT.
006630 5610-READ-REVERSAL-RTN.
006640     READ SETLREV
006650         AT END
006660             MOVE "Y" TO WS-SREV-EOF-SWITCH
006670     END-READ.
006680     IF WS-SREV-END-OF-FILE
006690         GO TO 5610-EXIT.
006700     EVALUATE SREV-HDR-REC-TYPE
006710         WHEN "H"
006720             IF SREV-HDR-FILE-TYPE = "R"
006730                     AND SREV-HDR-RUN-DATE = WS-BALANCE-DATE
006740                     AND (WS-BAL-CYCLE = ZERO
006750                       OR SREV-HDR-CYCLE-NO = WS-BAL-CYCLE)
006760                 MOVE "Y" TO WS-SREV-APPLIES-SW
006770             END-IF
006780         WHEN "D"
006790             ADD 1 TO WS-SREV-TOTAL
006800         WHEN "T"
006810             ADD SREV-TRL-ERROR-COUNT TO WS-SREV-TOTAL
006820             ADD SREV-TRL-REJECT-COUNT TO WS-SREV-TOTAL
006830             ADD SREV-TRL-UNRES-TIE-COUNT TO WS-SREV-TOTAL
006840         WHEN OTHER
006850             CONTINUE
006860     END-EVALUATE.
006870 5610-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------*
006900*    5700-TALLY-HELD-RTN - SETTLEXT DOES NOT RESEND A DETAIL     *
006910*    WHOSE SET IS HELD ON THE RESEND EXCEPTION FILE; IT CARRIES  *
006920*    IT ON REXHELDN, AND SENDS THE DETAILS WAITING ON REXHELD    *
006930*    ONCE THEIR SET IS RELEASED.  WHAT WENT OUT IS THEREFORE THE *
006940*    RE-EXTRACT FILE PLUS REXHELD LESS REXHELDN.  NEITHER FILE   *
006950*    ON HAND MEANS NOTHING WAS HELD.                             *
006960*----------------------------------------------------------------*
006970 5700-TALLY-HELD-RTN.
006980     OPEN INPUT REXHELD.
006990     IF WS-RXH-STATUS = "00"
007000         PERFORM 5710-READ-HELD-IN-RTN THRU 5710-EXIT
007010             UNTIL WS-RXH-END-OF-FILE
007020         CLOSE REXHELD
007030     END-IF.
007040     OPEN INPUT REXHELDN.
007050     IF WS-RXN-STATUS = "00"
007060         PERFORM 5720-READ-HELD-OUT-RTN THRU 5720-EXIT
007070             UNTIL WS-RXN-END-OF-FILE
007080         CLOSE REXHELDN
007090     END-IF.
007100     ADD WS-HELD-IN-COUNT TO WS-RESEND-COUNT.
007110     IF WS-HELD-OUT-COUNT > WS-RESEND-COUNT
007120         MOVE ZERO TO WS-RESEND-COUNT
007130     ELSE
007140         SUBTRACT WS-HELD-OUT-COUNT FROM WS-RESEND-COUNT
007150     END-IF.
007160 5700-EXIT.
007170     EXIT.
007180 5710-READ-HELD-IN-RTN.
007190     READ REXHELD
007200         AT END
007210             MOVE "Y" TO WS-RXH-EOF-SWITCH
007220     END-READ.
007230     IF NOT WS-RXH-END-OF-FILE
007240             AND RXH-REC-TYPE = "D"
007250         ADD 1 TO WS-HELD-IN-COUNT
007260     END-IF.
007270 5710-EXIT.
007280     EXIT.
007290 5720-READ-HELD-OUT-RTN.
007300     READ REXHELDN
007310         AT END
007320             MOVE "Y" TO WS-RXN-EOF-SWITCH
007330     END-READ.
007340     IF NOT WS-RXN-END-OF-FILE
007350             AND RXN-REC-TYPE = "D"
007360         ADD 1 TO WS-HELD-OUT-COUNT
007370     END-IF.
007380 5720-EXIT.
007390     EXIT.
