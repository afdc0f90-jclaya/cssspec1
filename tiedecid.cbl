000070*                 TIE, AND POST THE DECISION BACK TO THE       *
000080*                 AUDIT TRAIL SO THE INQUIRY AND SUMMARY       *
000090*                 PROGRAMS SHOW THE RESOLVED WINNER INSTEAD    *
000100*                 OF A PERMANENT TIE.  DECISIONS ARE UNDER     *
000102*                 DUAL CONTROL: THE ANALYST'S CHOICE WAITS ON  *
000104*                 TIEPEND AND IS POSTED ONLY WHEN A SECOND     *
000106*                 USER APPROVES IT.                            *
000110*                                                               *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000371*    09/02/2026  RTM    EVERY RUN NOW APPENDS A COMPLETION    *
000372*                       RECORD TO THE SHARED OPERATIONS RUN   *
000373*                       LOG (RUNLOG) READ BY RUNSTAT.         *
000374*    10/15/2026  RTM    AUDFILE NOW DECLARES THE SET-ID          *
000375*                       ALTERNATE KEY CARRIED BY THE AUDIT       *
000376*                       TRAIL SO THE FILE OPENS WITH ITS FULL    *
000377*                       KEY STRUCTURE.                           *
000378*    10/15/2026  RTM    DUAL CONTROL.  RUN MODE E TAKES THE      *
000379*                       ANALYST'S CHOICE, MOVES THE ITEM TO      *
000380*                       STATUS A AND HOLDS THE PROPOSAL ON       *
000381*                       TIEPEND WITHOUT POSTING IT; RUN MODE A   *
000382*                       LETS A DIFFERENT USERID APPROVE, REJECT  *
000383*                       OR LEAVE EACH PROPOSAL.  AN APPROVED     *
000384*                       DECISION IS POSTED AS THE TYPE D RECORD  *
000385*                       WITH THE ANALYST AS AUD-USERID, THE      *
000386*                       APPROVER AS AUD-APPROVER-ID AND THE      *
000387*                       APPROVAL DATE; A REJECTED ONE RETURNS    *
000388*                       THE ITEM TO PENDING.                     *
000389*    10/15/2026  RTM    EVERY APPROVED DECISION POSTED TO THE    *
000390*                       AUDIT TRAIL IS NOW ALSO APPENDED TO THE  *
000391*                       FORWARD-RECOVERY JOURNAL (AUDJRNL) SO    *
000392*                       AUDRECOV CAN BRING THE TRAIL FORWARD     *
000393*                       FROM A BACKUP.  A JOURNAL THAT CANNOT    *
000394*                       BE OPENED OR WRITTEN STOPS THE RUN.      *
000395*    10/15/2026  RTM    APPROVE-MODE DECISIONS ARE NOW KEPT.     *
000396*                       EACH APPROVED OR DECLINED PROPOSAL IS    *
000397*                       STAMPED WITH THE CHECKER AND THE DATE    *
000398*                       AND TIME OF THE DECISION AND APPENDED TO *
000399*                       TIEDECD, AND THE RUN LOG RECORD CARRIES  *
000400*                       THE APPROVED AND DECLINED COUNTS.        *
000401*****************************************************************
000402 ENVIRONMENT DIVISION.
000403 CONFIGURATION SECTION.
000404 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS AUD-KEY
000535         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000540         FILE STATUS IS WS-AUD-STATUS.
000541     SELECT AUDJRNL ASSIGN TO "AUDJRNL"
000542         ORGANIZATION IS LINE SEQUENTIAL
000543         FILE STATUS IS WS-JRNL-STATUS.
000544     SELECT RUNLOG ASSIGN TO "RUNLOG"
000545         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS WS-RLOG-STATUS.
000547     SELECT TIEPEND ASSIGN TO "TIEPEND"
000548         ORGANIZATION IS LINE SEQUENTIAL
000549         FILE STATUS IS WS-PEND-STATUS.
000550     SELECT TIEPENDN ASSIGN TO "TIEPENDN"
000551         ORGANIZATION IS LINE SEQUENTIAL
000552         FILE STATUS IS WS-PNDN-STATUS.
000553     SELECT TIEDECD ASSIGN TO "TIEDECD"
000554         ORGANIZATION IS LINE SEQUENTIAL
000555         FILE STATUS IS WS-PDEC-STATUS.
000556 DATA DIVISION.
000560 FILE SECTION.
000570 FD  TIEWORK
000580     LABEL RECORDS ARE STANDARD.
000630 FD  AUDFILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY AUDREC.
000651 FD  AUDJRNL
000652     LABEL RECORDS ARE STANDARD.
000653 COPY JRNREC.
000654 FD  RUNLOG
000655     LABEL RECORDS ARE STANDARD.
000656 COPY RLOGREC.
000657 FD  TIEPEND
000658     LABEL RECORDS ARE STANDARD.
000659 COPY PENDREC REPLACING ==:PFX:== BY ==PND==.
000660 FD  TIEPENDN
000661     LABEL RECORDS ARE STANDARD.
000662 01  PNDN-RECORD                    PIC X(160).
000663 FD  TIEDECD
000664     LABEL RECORDS ARE STANDARD.
000665 01  PDEC-RECORD                    PIC X(160).
000666 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------*
000680*    FILE STATUS FIELDS                                          *
000690*----------------------------------------------------------------*
000700 77  WS-TIEW-STATUS                 PIC X(02) VALUE SPACES.
000710 77  WS-TIEWN-STATUS                PIC X(02) VALUE SPACES.
000720 77  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
000721 77  WS-JRNL-STATUS                 PIC X(02) VALUE SPACES.
000722 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
000724 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
000725 77  WS-PEND-STATUS                 PIC X(02) VALUE SPACES.
000726 77  WS-PNDN-STATUS                 PIC X(02) VALUE SPACES.
000727 77  WS-PDEC-STATUS                 PIC X(02) VALUE SPACES.
000730*----------------------------------------------------------------*
000740*    SWITCHES                                                    *
000750*----------------------------------------------------------------*
000770     88  WS-END-OF-FILE                        VALUE "Y".
000780 77  WS-ANSWER-SWITCH               PIC X(01) VALUE "N".
000790     88  WS-ANSWER-VALID                       VALUE "Y".
000791 77  WS-PEND-EOF-SWITCH             PIC X(01) VALUE "N".
000792     88  WS-PEND-END-OF-FILE                   VALUE "Y".
000793 77  WS-RUN-MODE                    PIC X(01) VALUE SPACE.
000794     88  WS-ENTER-MODE                         VALUE "E".
000795     88  WS-APPROVE-MODE                       VALUE "A".
000796     88  WS-RUN-MODE-VALID                     VALUE "E", "A".
000797 77  WS-APPROVAL                    PIC X(01) VALUE SPACE.
000798     88  WS-APPROVE-CHANGE                     VALUE "A".
000799     88  WS-REJECT-CHANGE                      VALUE "R".
000800     88  WS-LEAVE-PENDING                      VALUE "0".
000801*----------------------------------------------------------------*
000810*    RUN IDENTIFICATION                                          *
000820*----------------------------------------------------------------*
000830 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
000940 77  WS-NEXT-SEQ                    PIC 9(06) VALUE ZERO.
000950 77  WS-SEQ-FREE-SWITCH             PIC X(01) VALUE "N".
000960     88  WS-SEQ-IS-FREE                        VALUE "Y".
000961 77  WS-PEND-READ-COUNT             PIC 9(08) COMP VALUE ZERO.
000962 77  WS-APPROVED-COUNT              PIC 9(08) COMP VALUE ZERO.
000963 77  WS-DECLINED-COUNT              PIC 9(08) COMP VALUE ZERO.
000964 77  WS-HELD-COUNT                  PIC 9(08) COMP VALUE ZERO.
000965 77  WS-ENTRY-SEQ                   PIC 9(04) VALUE ZERO.
000966*----------------------------------------------------------------*
000967*    OUTCOME TABLE - ITEMS APPROVED OR DECLINED IN AN APPROVAL   *
000968*    SESSION, APPLIED TO THE WORKLIST AS IT IS COPIED FORWARD.   *
000969*----------------------------------------------------------------*
000970 77  WS-OC-TABLE-MAX                PIC 9(04) COMP VALUE 0500.
000971 77  WS-OC-COUNT                    PIC 9(04) COMP VALUE ZERO.
000972 77  WS-OC-IDX                      PIC 9(04) COMP VALUE ZERO.
000973 77  WS-OC-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
000974 01  WS-OUTCOME-TABLE.
000975     05  WS-OC-ENTRY OCCURS 500 TIMES.
000976         10  WS-OC-RUN-DATE         PIC 9(08).
000977         10  WS-OC-RUN-TIME         PIC 9(08).
000978         10  WS-OC-SET-ID           PIC X(10).
000979         10  WS-OC-RESULT           PIC X(01).
000980 PROCEDURE DIVISION.
000981*----------------------------------------------------------------*
000990*    0000-MAINLINE-RTN                                           *
001000*----------------------------------------------------------------*
001010 0000-MAINLINE-RTN.
001020     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
001022     IF WS-APPROVE-MODE
001024         PERFORM 3000-APPROVE-RTN THRU 3000-EXIT
001026             UNTIL WS-PEND-END-OF-FILE
001028     END-IF.
001030     PERFORM 2000-PROCESS-RTN THRU 2000-EXIT
001040         UNTIL WS-END-OF-FILE.
001050     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
001070 0000-EXIT.
001080     EXIT.
001090*----------------------------------------------------------------*
001100*    1000-INITIALIZE-RTN - ENTER MODE OFFERS PENDING TIES AND    *
001102*    HOLDS EACH CHOICE ON TIEPEND; APPROVE MODE WORKS TIEPEND    *
001104*    AND POSTS WHAT IS APPROVED.  AN APPROVER MUST BE KNOWN.     *
001110*----------------------------------------------------------------*
001120 1000-INITIALIZE-RTN.
001130     DISPLAY "TIEDECID - TIE DECISION ENTRY STARTING".
001160     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
001170     IF WS-USERID = SPACES
001180         MOVE "UNKNOWN" TO WS-USERID
001181     END-IF.
001182     PERFORM 1050-GET-RUN-MODE-RTN THRU 1050-EXIT
001183         UNTIL WS-RUN-MODE-VALID.
001184     IF WS-APPROVE-MODE AND WS-USERID = "UNKNOWN"
001185         DISPLAY "TIEDECID - APPROVAL REFUSED - USERID UNKNOWN"
001186         STOP RUN
001190     END-IF.
001200     OPEN INPUT TIEWORK.
001210     IF WS-TIEW-STATUS NOT = "00"
001290             "STATUS " WS-TIEWN-STATUS
001300         STOP RUN
001310     END-IF.
001320     IF WS-ENTER-MODE
001330         PERFORM 1200-OPEN-ENTER-FILES-RTN THRU 1200-EXIT
001340     ELSE
001350         PERFORM 1250-OPEN-APPROVE-FILES-RTN THRU 1250-EXIT
001370     END-IF.
001380 1000-EXIT.
001390     EXIT.
001400*----------------------------------------------------------------*
001410*    2000-PROCESS-RTN - ONE PASS PER WORKLIST RECORD.  EVERY     *
001411*    RECORD IS COPIED TO THE NEW WORKLIST.  IN ENTER MODE A      *
001412*    PENDING RECORD IS OFFERED TO THE ANALYST FIRST AND MAY BE   *
001413*    PROPOSED FOR APPROVAL ON THE WAY THROUGH; IN APPROVE MODE   *
001414*    THE SESSION'S OUTCOMES ARE APPLIED.                         *
001450*----------------------------------------------------------------*
001460 2000-PROCESS-RTN.
001470     PERFORM 2100-READ-WORKLIST-RTN THRU 2100-EXIT.
001480     IF NOT WS-END-OF-FILE
001490         ADD 1 TO WS-READ-COUNT
001500         IF WS-ENTER-MODE AND TIW-PENDING
001510             ADD 1 TO WS-PENDING-COUNT
001520             PERFORM 2200-REVIEW-ONE-TIE-RTN THRU 2200-EXIT
001521         END-IF
001522         IF WS-APPROVE-MODE AND TIW-AWAITING-APPROVAL
001523             PERFORM 2400-APPLY-OUTCOME-RTN THRU 2400-EXIT
001530         END-IF
001540         WRITE TIWN-RECORD FROM TIW-RECORD
001550     END-IF.
001640     EXIT.
001650*----------------------------------------------------------------*
001660*    2200-REVIEW-ONE-TIE-RTN - SHOW THE SET, TAKE THE DECISION,  *
001670*    AND HOLD IT FOR APPROVAL.  ENTERING 0 LEAVES THE ITEM       *
001680*    PENDING FOR A LATER SESSION.                                *
001690*----------------------------------------------------------------*
001700 2200-REVIEW-ONE-TIE-RTN.
001710     DISPLAY " ".
001820         ADD 1 TO WS-SKIPPED-COUNT
001830     ELSE
001840         ADD 1 TO WS-RESOLVED-COUNT
001850         MOVE "A" TO TIW-STATUS
001860         MOVE WS-DECISION TO TIW-WINNING-FIELD
001870         MOVE WS-USERID TO TIW-DECIDED-BY
001880         MOVE WS-CURRENT-DATE TO TIW-DECISION-DATE
001890         PERFORM 2250-HOLD-DECISION-RTN THRU 2250-EXIT
001900     END-IF.
001910 2200-EXIT.
001920     EXIT.
002100 2210-EXIT.
002110     EXIT.
002120*----------------------------------------------------------------*
002121*    2250-HOLD-DECISION-RTN - THE PROPOSED DECISION GOES TO      *
002122*    TIEPEND WITH THE WORKLIST IMAGE, STATUS A, AS ITS IMAGE.    *
002123*----------------------------------------------------------------*
002124 2250-HOLD-DECISION-RTN.
002125     ADD 1 TO WS-ENTRY-SEQ.
002126     MOVE SPACES TO PND-RECORD.
002127     MOVE WS-CURRENT-DATE TO PND-ENTRY-DATE.
002128     MOVE WS-CURRENT-TIME TO PND-ENTRY-TIME.
002129     MOVE WS-ENTRY-SEQ TO PND-ENTRY-SEQ.
002130     MOVE "TIEDECID" TO PND-PROGRAM.
002131     MOVE "P" TO PND-STATUS.
002132     MOVE WS-USERID TO PND-MAKER-ID.
002133     MOVE ZERO TO PND-CHECK-DATE PND-CHECK-TIME.
002134     MOVE TIW-RECORD TO PND-IMAGE.
002135     WRITE PND-RECORD.
002136 2250-EXIT.
002137     EXIT.
002138*----------------------------------------------------------------*
002139*    2300-POST-DECISION-RTN - APPEND THE TYPE D DECISION RECORD  *
002140*    TO THE AUDIT TRAIL.  IT CARRIES THE ORIGINAL RUN DATE AND   *
002150*    TIME SO A DATE-RANGE INQUIRY SHOWS THE DECISION NEXT TO     *
002160*    THE TIE IT RESOLVES, AND THE ANALYST USERID, THE APPROVER   *
002170*    USERID AND THE APPROVAL DATE SO THE REVIEW CAN BE PROVED.   *
002180*----------------------------------------------------------------*
002190 2300-POST-DECISION-RTN.
002200     PERFORM 2310-FIND-FREE-SEQ-RTN THRU 2310-EXIT.
002220     MOVE TIW-RUN-DATE TO AUD-RUN-DATE.
002230     MOVE TIW-RUN-TIME TO AUD-RUN-TIME.
002240     MOVE WS-NEXT-SEQ TO AUD-SEQ-NO.
002250     MOVE TIW-DECIDED-BY TO AUD-USERID.
002255     MOVE WS-USERID TO AUD-APPROVER-ID.
002260     MOVE TIW-SET-ID TO AUD-SET-ID.
002270     MOVE TIW-NUM1 TO AUD-XNUM1.
002280     MOVE TIW-NUM2 TO AUD-XNUM2.
002290     MOVE TIW-NUM3 TO AUD-XNUM3.
002300     MOVE TIW-WINNING-FIELD TO AUD-WINNER.
002310     MOVE TIW-TIE-FIELDS TO AUD-TIE-FIELDS.
002320     MOVE TIW-WINNING-FIELD TO AUD-TIE-RESOLVED-FIELD.
002330     MOVE "Y" TO AUD-NUMERIC-SW.
002340     MOVE TIW-RANGE-SW TO AUD-RANGE-SW.
002350     MOVE "N" TO AUD-RESUB-SW.
002410                 AUD-KEY " - STATUS " WS-AUD-STATUS
002420             STOP RUN
002430     END-WRITE.
002435     PERFORM 2330-WRITE-JOURNAL-RTN THRU 2330-EXIT.
002440 2300-EXIT.
002450     EXIT.
002460*----------------------------------------------------------------*
002730 8000-TERMINATE-RTN.
002740     CLOSE TIEWORK.
002750     CLOSE TIEWORKN.
002751     IF WS-ENTER-MODE
002752         CLOSE TIEPEND
002753     ELSE
002754         IF WS-PEND-STATUS = "00" OR WS-PEND-STATUS = "10"
002755             CLOSE TIEPEND
002756         END-IF
002757         CLOSE TIEPENDN
002758         CLOSE TIEDECD
002759         CLOSE AUDFILE
002760         CLOSE AUDJRNL
002761     END-IF.
002762     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
002770     DISPLAY " ".
002780     DISPLAY "TIEDECID - DECISION ENTRY COMPLETE".
002790     DISPLAY "  WORKLIST RECORDS READ      " WS-READ-COUNT.
002791     IF WS-ENTER-MODE
002792         DISPLAY "  PENDING TIES OFFERED       " WS-PENDING-COUNT
002793         DISPLAY "  DECISIONS HELD FOR APPROVAL "
002794             WS-RESOLVED-COUNT
002795         DISPLAY "  TIES LEFT PENDING          " WS-SKIPPED-COUNT
002796     ELSE
002797         DISPLAY "  PROPOSALS READ             "
002798             WS-PEND-READ-COUNT
002799         DISPLAY "  APPROVED AND POSTED        " WS-APPROVED-COUNT
002800         DISPLAY "  DECLINED - BACK TO PENDING " WS-DECLINED-COUNT
002801         DISPLAY "  LEFT AWAITING APPROVAL     " WS-HELD-COUNT
002802         DISPLAY "REPLACE TIEPEND WITH TIEPENDN TO CARRY THE"
002803         DISPLAY "UNDECIDED PROPOSALS FORWARD."
002804     END-IF.
002830     DISPLAY "REPLACE TIEWORK WITH TIEWORKN TO CARRY THE".
002840     DISPLAY "UPDATED WORKLIST FORWARD.".
002850 8000-EXIT.
003050     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
003060     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
003070     ACCEPT RLOG-END-TIME FROM TIME.
003071     IF WS-ENTER-MODE
003072         MOVE "DECIDE" TO RLOG-MODE
003073         MOVE WS-READ-COUNT TO RLOG-IN-COUNT
003074         MOVE WS-RESOLVED-COUNT TO RLOG-OUT-COUNT
003075         MOVE WS-SKIPPED-COUNT TO RLOG-SUSP-COUNT
003076     ELSE
003077         MOVE "APPROVE" TO RLOG-MODE
003078         MOVE WS-PEND-READ-COUNT TO RLOG-IN-COUNT
003079         MOVE WS-APPROVED-COUNT TO RLOG-OUT-COUNT
003080         MOVE WS-HELD-COUNT TO RLOG-SUSP-COUNT
003081         MOVE WS-APPROVED-COUNT TO RLOG-APPROVED-COUNT
003082         MOVE WS-DECLINED-COUNT TO RLOG-DECLINED-COUNT
003083     END-IF.
003120     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
003130     WRITE RLOG-RECORD.
003140     CLOSE RUNLOG.
003150 9000-EXIT.
003160     EXIT.
003170 1050-GET-RUN-MODE-RTN.
003180     DISPLAY "RUN MODE - E = ENTER DECISIONS, "
003190         "A = APPROVE PENDING ? ".
003200     ACCEPT WS-RUN-MODE FROM CONSOLE.
003210     IF NOT WS-RUN-MODE-VALID
003220         DISPLAY "INVALID MODE - " WS-RUN-MODE
003230     END-IF.
003240 1050-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------*
003270*    1200-OPEN-ENTER-FILES-RTN - PROPOSED DECISIONS ARE APPENDED *
003280*    TO TIEPEND.  NOTHING IS POSTED TO THE AUDIT TRAIL.          *
003290*----------------------------------------------------------------*
003300 1200-OPEN-ENTER-FILES-RTN.
003310     OPEN EXTEND TIEPEND.
003320     IF WS-PEND-STATUS NOT = "00"
003330         OPEN OUTPUT TIEPEND
003340     END-IF.
003350     IF WS-PEND-STATUS NOT = "00"
003360         DISPLAY "TIEDECID - UNABLE TO OPEN TIEPEND - "
003370             "STATUS " WS-PEND-STATUS
003380         STOP RUN
003390     END-IF.
003400 1200-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------*
003430*    1250-OPEN-APPROVE-FILES-RTN - ITEMS NOT DECIDED THIS        *
003440*    SESSION ARE CARRIED FORWARD TO TIEPENDN.  EVERY DECIDED     *
003450*    ITEM IS APPENDED TO TIEDECD.                                *
003460*----------------------------------------------------------------*
003470 1250-OPEN-APPROVE-FILES-RTN.
003480     OPEN INPUT TIEPEND.
003490     IF WS-PEND-STATUS NOT = "00"
003500         DISPLAY "TIEDECID - NO PENDING DECISIONS TO APPROVE"
003510         MOVE "Y" TO WS-PEND-EOF-SWITCH
003520     END-IF.
003530     OPEN OUTPUT TIEPENDN.
003540     IF WS-PNDN-STATUS NOT = "00"
003550         DISPLAY "TIEDECID - UNABLE TO OPEN TIEPENDN - "
003560             "STATUS " WS-PNDN-STATUS
003570         STOP RUN
003580     END-IF.
003590     OPEN EXTEND TIEDECD.
003600     IF WS-PDEC-STATUS NOT = "00"
003610         OPEN OUTPUT TIEDECD
003620     END-IF.
003630     IF WS-PDEC-STATUS NOT = "00"
003640         DISPLAY "TIEDECID - UNABLE TO OPEN TIEDECD - "
003650             "STATUS " WS-PDEC-STATUS
003660         STOP RUN
003670     END-IF.
003680     OPEN I-O AUDFILE.
003690     IF WS-AUD-STATUS NOT = "00"
003700         DISPLAY "TIEDECID - UNABLE TO OPEN AUDFILE - "
003710             "STATUS " WS-AUD-STATUS
003720         STOP RUN
003730     END-IF.
003740     OPEN EXTEND AUDJRNL.
003750     IF WS-JRNL-STATUS NOT = "00"
003760         OPEN OUTPUT AUDJRNL
003770     END-IF.
003780     IF WS-JRNL-STATUS NOT = "00"
003790         DISPLAY "TIEDECID - UNABLE TO OPEN AUDJRNL - "
003800             "STATUS " WS-JRNL-STATUS
003810         STOP RUN
003820     END-IF.
003830 1250-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------*
003860*    2330-WRITE-JOURNAL-RTN - THE AFTER-IMAGE OF THE RECORD      *
003870*    JUST ADDED GOES TO THE FORWARD-RECOVERY JOURNAL.  A RECORD  *
003880*    ON THE TRAIL THAT IS NOT ON THE JOURNAL COULD NOT BE        *
003890*    RECOVERED, SO A JOURNAL THAT WILL NOT TAKE THE WRITE STOPS  *
003900*    THE RUN.                                                    *
003910*----------------------------------------------------------------*
003920 2330-WRITE-JOURNAL-RTN.
003930     MOVE SPACES TO JRN-RECORD.
003940     MOVE "A" TO JRN-REC-TYPE.
003950     MOVE "A" TO JRN-ACTION.
003960     ACCEPT JRN-POST-DATE FROM DATE YYYYMMDD.
003970     ACCEPT JRN-POST-TIME FROM TIME.
003980     MOVE "TIEDECID" TO JRN-PROGRAM.
003990     MOVE AUDIT-RECORD TO JRN-IMAGE.
004000     WRITE JRN-RECORD.
004010     IF WS-JRNL-STATUS NOT = "00"
004020         DISPLAY "TIEDECID - UNABLE TO WRITE AUDJRNL - "
004030             "STATUS " WS-JRNL-STATUS
004040         MOVE "A" TO WS-RLOG-STATUS-CODE
004050         PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT
004060         STOP RUN
004070     END-IF.
004080 2330-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------*
004110*    2400-APPLY-OUTCOME-RTN - AN APPROVED PROPOSAL RESOLVES THE  *
004120*    WORKLIST ITEM; A DECLINED ONE RETURNS IT TO PENDING WITH    *
004130*    THE PROPOSAL CLEARED.  AN ITEM NOT DECIDED THIS SESSION IS  *
004140*    LEFT AWAITING APPROVAL.                                     *
004150*----------------------------------------------------------------*
004160 2400-APPLY-OUTCOME-RTN.
004170     MOVE ZERO TO WS-OC-FOUND-IDX.
004180     PERFORM 2410-FIND-OUTCOME-RTN THRU 2410-EXIT
004190         VARYING WS-OC-IDX FROM 1 BY 1
004200         UNTIL WS-OC-IDX > WS-OC-COUNT.
004210     IF WS-OC-FOUND-IDX = ZERO
004220         GO TO 2400-EXIT.
004230     IF WS-OC-RESULT(WS-OC-FOUND-IDX) = "A"
004240         MOVE "R" TO TIW-STATUS
004250     ELSE
004260         MOVE "P" TO TIW-STATUS
004270         MOVE SPACE TO TIW-WINNING-FIELD
004280         MOVE SPACES TO TIW-DECIDED-BY
004290         MOVE ZERO TO TIW-DECISION-DATE
004300     END-IF.
004310 2400-EXIT.
004320     EXIT.
004330 2410-FIND-OUTCOME-RTN.
004340     IF WS-OC-FOUND-IDX = ZERO
004350             AND WS-OC-RUN-DATE(WS-OC-IDX) = TIW-RUN-DATE
004360             AND WS-OC-RUN-TIME(WS-OC-IDX) = TIW-RUN-TIME
004370             AND WS-OC-SET-ID(WS-OC-IDX) = TIW-SET-ID
004380         MOVE WS-OC-IDX TO WS-OC-FOUND-IDX
004390     END-IF.
004400 2410-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------*
004430*    3000-APPROVE-RTN - ONE PASS PER TIEPEND ITEM, BEFORE THE    *
004440*    WORKLIST IS COPIED.  THE ANALYST'S OWN PROPOSALS ARE NOT    *
004450*    OFFERED.  AN APPROVED DECISION IS POSTED TO THE AUDIT       *
004460*    TRAIL; ANY ITEM NOT DECIDED IS CARRIED FORWARD TO TIEPENDN. *
004470*    EVERY APPROVED OR DECLINED ITEM IS RECORDED ON TIEDECD.     *
004480*    THE WORKLIST RECORD AREA HOLDS THE ITEM'S IMAGE UNTIL THE   *
004490*    WORKLIST ITSELF IS READ.                                    *
004500*----------------------------------------------------------------*
004510 3000-APPROVE-RTN.
004520     READ TIEPEND
004530         AT END
004540             MOVE "Y" TO WS-PEND-EOF-SWITCH
004550     END-READ.
004560     IF WS-PEND-END-OF-FILE
004570         GO TO 3000-EXIT.
004580     IF NOT PND-PENDING
004590         GO TO 3000-EXIT.
004600     ADD 1 TO WS-PEND-READ-COUNT.
004610     MOVE PND-IMAGE TO TIW-RECORD.
004620     IF PND-MAKER-ID = WS-USERID
004630         ADD 1 TO WS-HELD-COUNT
004640         DISPLAY "TIE SET " TIW-SET-ID " - OWN DECISION, "
004650             "LEFT PENDING"
004660         WRITE PNDN-RECORD FROM PND-RECORD
004670         GO TO 3000-EXIT.
004680     DISPLAY " ".
004690     DISPLAY "TIE SET " TIW-SET-ID
004700         " FROM RUN " TIW-RUN-DATE " " TIW-RUN-TIME.
004710     DISPLAY "  XNUM1 = " TIW-NUM1
004720         "  XNUM2 = " TIW-NUM2
004730         "  XNUM3 = " TIW-NUM3.
004740     DISPLAY "  TIED FIELDS - " TIW-TIE-FIELDS
004750         "  PROPOSED WINNER - " TIW-WINNING-FIELD.
004760     DISPLAY "  PROPOSED BY " PND-MAKER-ID
004770         " ON " PND-ENTRY-DATE " " PND-ENTRY-TIME.
004780     MOVE "N" TO WS-ANSWER-SWITCH.
004790     PERFORM 3100-GET-APPROVAL-RTN THRU 3100-EXIT
004800         UNTIL WS-ANSWER-VALID.
004810     IF WS-LEAVE-PENDING
004820         ADD 1 TO WS-HELD-COUNT
004830         WRITE PNDN-RECORD FROM PND-RECORD
004840         GO TO 3000-EXIT.
004850     IF WS-OC-COUNT >= WS-OC-TABLE-MAX
004860         DISPLAY "TIEDECID - OUTCOME TABLE FULL - MORE THAN "
004870             WS-OC-TABLE-MAX " ITEMS"
004880         STOP RUN
004890     END-IF.
004900     ADD 1 TO WS-OC-COUNT.
004910     MOVE TIW-RUN-DATE TO WS-OC-RUN-DATE(WS-OC-COUNT).
004920     MOVE TIW-RUN-TIME TO WS-OC-RUN-TIME(WS-OC-COUNT).
004930     MOVE TIW-SET-ID TO WS-OC-SET-ID(WS-OC-COUNT).
004940     MOVE WS-APPROVAL TO WS-OC-RESULT(WS-OC-COUNT).
004950     IF WS-REJECT-CHANGE
004960         ADD 1 TO WS-DECLINED-COUNT
004970         MOVE "R" TO PND-STATUS
004980         PERFORM 3200-RECORD-DECISION-RTN THRU 3200-EXIT
004990         GO TO 3000-EXIT.
005000     ADD 1 TO WS-APPROVED-COUNT.
005010     MOVE "A" TO PND-STATUS.
005020     PERFORM 3200-RECORD-DECISION-RTN THRU 3200-EXIT.
005030     PERFORM 2300-POST-DECISION-RTN THRU 2300-EXIT.
005040 3000-EXIT.
005050     EXIT.
005060 3100-GET-APPROVAL-RTN.
005070     DISPLAY "A = APPROVE, R = REJECT, 0 = LEAVE PENDING ? ".
005080     ACCEPT WS-APPROVAL FROM CONSOLE.
005090     IF WS-APPROVE-CHANGE OR WS-REJECT-CHANGE OR WS-LEAVE-PENDING
005100         MOVE "Y" TO WS-ANSWER-SWITCH
005110     ELSE
005120         DISPLAY "INVALID ANSWER - " WS-APPROVAL
005130     END-IF.
005140 3100-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------*
005170*    3200-RECORD-DECISION-RTN - STAMP THE CHECKER AND THE DATE   *
005180*    AND TIME OF THE DECISION ON THE ITEM (STATUS A OR R IS SET  *
005190*    BY THE CALLER) AND APPEND IT TO THE DECIDED-ITEMS FILE.     *
005200*----------------------------------------------------------------*
005210 3200-RECORD-DECISION-RTN.
005220     MOVE WS-USERID TO PND-CHECKER-ID.
005230     MOVE WS-CURRENT-DATE TO PND-CHECK-DATE.
005240     MOVE WS-CURRENT-TIME TO PND-CHECK-TIME.
005250     WRITE PDEC-RECORD FROM PND-RECORD.
005260 3200-EXIT.
005270     EXIT.
