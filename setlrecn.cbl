000410*                       ITS NEXT TRANSMISSION AND THE         *
000420*                       SCHEDULER CLEARS THE FILE AFTER THE   *
000430*                       RESEND.                                *
000431*    10/15/2026  RTM    AUDFILE NOW DECLARES THE SET-ID          *
000432*                       ALTERNATE KEY CARRIED BY THE AUDIT       *
000433*                       TRAIL SO THE FILE OPENS WITH ITS FULL    *
000434*                       KEY STRUCTURE.                           *
000435*    10/15/2026  RTM    THE RUN LOG RECORD NOW CARRIES THE FEED  *
000436*                       CYCLE THE RUN WORKED ON (ZERO FOR THE    *
000437*                       WHOLE DATE) SO THE JOBGATE STEP CAN      *
000438*                       MATCH PREDECESSOR RUNS BY DATE AND       *
000439*                       CYCLE.                                   *
000440*    10/15/2026  RTM    EVERY SETTLEMENT-STATUS RECORD POSTED    *
000441*                       TO THE AUDIT TRAIL IS NOW ALSO APPENDED  *
000442*                       TO THE FORWARD-RECOVERY JOURNAL          *
000443*                       (AUDJRNL) SO AUDRECOV CAN BRING THE      *
000444*                       TRAIL FORWARD FROM A BACKUP.  A JOURNAL  *
000445*                       THAT CANNOT BE OPENED OR WRITTEN STOPS   *
000446*                       THE RUN.                                 *
000447*    10/15/2026  RTM    THE RUN LOG RECORD NOW CARRIES THE       *
000448*                       EXTRACT DATE AS ITS DATA DATE, WHICH     *
000449*                       JOBGATE MATCHES PREDECESSORS ON.         *
000450*****************************************************************
000451 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS AUD-KEY
000605         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000610         FILE STATUS IS WS-AUD-STATUS.
000612     SELECT AUDJRNL ASSIGN TO "AUDJRNL"
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS WS-JRNL-STATUS.
000620     SELECT REXFILE ASSIGN TO "REXFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REX-STATUS.
000790 FD  AUDFILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY AUDREC.
000812 FD  AUDJRNL
000814     LABEL RECORDS ARE STANDARD.
000816 COPY JRNREC.
000820 FD  REXFILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  REX-RECORD                     PIC X(80).
000950 77  WS-SETL-STATUS                 PIC X(02) VALUE SPACES.
000960 77  WS-ACK-STATUS                  PIC X(02) VALUE SPACES.
000970 77  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
000975 77  WS-JRNL-STATUS                 PIC X(02) VALUE SPACES.
000980 77  WS-REX-STATUS                  PIC X(02) VALUE SPACES.
000990 77  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
001000 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
004400             "STATUS " WS-AUD-STATUS
004410         STOP RUN
004420     END-IF.
004421     OPEN EXTEND AUDJRNL.
004422     IF WS-JRNL-STATUS NOT = "00"
004423         OPEN OUTPUT AUDJRNL
004424     END-IF.
004425     IF WS-JRNL-STATUS NOT = "00"
004426         DISPLAY "SETLRECN - UNABLE TO OPEN AUDJRNL - "
004427             "STATUS " WS-JRNL-STATUS
004428         STOP RUN
004429     END-IF.
004430     OPEN OUTPUT REXFILE.
004440     IF WS-REX-STATUS NOT = "00"
004450         DISPLAY "SETLRECN - UNABLE TO OPEN REXFILE - "
005310                 AUD-KEY " - STATUS " WS-AUD-STATUS
005320             STOP RUN
005330     END-WRITE.
005335     PERFORM 4250-WRITE-JOURNAL-RTN THRU 4250-EXIT.
005340 4200-EXIT.
005350     EXIT.
005360 4300-WRITE-REEXTRACT-RTN.
005740     WRITE RPT-RECORD FROM WS-FOOTER-LINE-2.
005750     CLOSE ACKFILE.
005760     CLOSE AUDFILE.
005765     CLOSE AUDJRNL.
005770     CLOSE REXFILE.
005780     CLOSE ACKRPT.
005790     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
006020     MOVE SPACES TO RLOG-RECORD.
006030     MOVE "SETLRECN" TO RLOG-PROGRAM.
006040     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
006041     MOVE WS-EXTRACT-CYCLE TO RLOG-CYCLE-NO.
006042     MOVE WS-EXTRACT-DATE TO RLOG-DATA-DATE.
006050     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
006060     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
006070     ACCEPT RLOG-END-TIME FROM TIME.
006140     CLOSE RUNLOG.
006150 9000-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------*
006180*    4250-WRITE-JOURNAL-RTN - THE AFTER-IMAGE OF THE RECORD      *
006190*    JUST ADDED GOES TO THE FORWARD-RECOVERY JOURNAL.  A RECORD  *
006200*    ON THE TRAIL THAT IS NOT ON THE JOURNAL COULD NOT BE        *
006210*    RECOVERED, SO A JOURNAL THAT WILL NOT TAKE THE WRITE STOPS  *
006220*    THE RUN.                                                    *
006230*----------------------------------------------------------------*
006240 4250-WRITE-JOURNAL-RTN.
006250     MOVE SPACES TO JRN-RECORD.
006260     MOVE "A" TO JRN-REC-TYPE.
006270     MOVE "A" TO JRN-ACTION.
006280     ACCEPT JRN-POST-DATE FROM DATE YYYYMMDD.
006290     ACCEPT JRN-POST-TIME FROM TIME.
006300     MOVE "SETLRECN" TO JRN-PROGRAM.
006310     MOVE AUDIT-RECORD TO JRN-IMAGE.
006320     WRITE JRN-RECORD.
006330     IF WS-JRNL-STATUS NOT = "00"
006340         DISPLAY "SETLRECN - UNABLE TO WRITE AUDJRNL - "
006350             "STATUS " WS-JRNL-STATUS
006360         MOVE "A" TO WS-RLOG-STATUS-CODE
006370         PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT
006380         STOP RUN
006390     END-IF.
006400 4250-EXIT.
006410     EXIT.
