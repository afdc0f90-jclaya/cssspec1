000170*    WINNING FIELD, AND RESOLVES THE EARLIER TIE RECORD FOR     *
000180*    THE SAME SET.  TYPE C (OR BLANK, ON RECORDS WRITTEN        *
000190*    BEFORE THE TYPE WAS ADDED) IS AN ORDINARY COMPARISON.      *
000191*    UNDER DUAL CONTROL A TYPE D RECORD IS POSTED ONLY WHEN A   *
000192*    SECOND USER APPROVES THE DECISION: AUD-USERID IS THE       *
000193*    ANALYST WHO PICKED THE WINNER, AUD-APPROVER-ID THE USER    *
000194*    WHO APPROVED IT, AND AUD-DECISION-DATE THE DATE IT WAS     *
000195*    APPROVED AND TOOK EFFECT.  THE ANALYST'S OWN ENTRY DATE    *
000196*    STAYS ON THE WORKLIST AND THE PENDING-DECISION FILE.       *
000197*                                                                *
000198*    A TYPE S RECORD IS A SETTLEMENT-STATUS POSTING MADE BY     *
000199*    SETLRECN FROM THE SETTLEMENT SYSTEM'S ACKNOWLEDGMENT       *
000200*    FILE.  IT CARRIES THE EXTRACT DATE AS ITS RUN DATE, THE    *
000201*    WINNING FIELD IN AUD-WINNER, AND SETTLEMENT'S              *
000202*    POSTED/REJECTED STATUS AND REASON IN THE SETL FIELDS, SO   *
000203*    THE INQUIRY SHOWS WHETHER A WINNER ACTUALLY POSTED.        *
000204*                                                                *
000205*    A TYPE X RECORD BACKS OUT THE TYPE C OR D RECORD NAMED IN  *
000206*    AUD-REVERSED-TYPE WHEN CYCREV REVERSES A WHOLE CYCLE, AND  *
000207*    REPEATS ITS RUN DATE/TIME, SET ID AND VALUES.  THE         *
000208*    APPROVER ID IS THE SECOND USER WHO AUTHORIZED IT.          *
000209*                                                                *
000210*    THE TRAIL IS AN INDEXED FILE KEYED ON AUD-KEY (RUN DATE,   *
000220*    RUN TIME, SEQUENCE WITHIN THE RUN), SO INQUIRIES CAN       *
000230*    START AT A DATE INSTEAD OF SCANNING FROM THE FRONT.  THE   *
000240*    ONE-TIME AUDLOAD JOB CONVERTS THE OLD LINE-SEQUENTIAL      *
000250*    TRAIL (WHICH HAD NO SEQUENCE NUMBER) TO THIS LAYOUT.       *
000252*                                                                *
000253*    AUD-SET-ID IS ALSO AN ALTERNATE RECORD KEY WITH            *
000254*    DUPLICATES, SO ONE SET'S HISTORY CAN BE STARTED AND READ   *
000255*    FORWARD BY SET ID WITHOUT SCANNING THE WHOLE TRAIL.  EVERY *
000256*    PROGRAM THAT SELECTS AUDFILE DECLARES BOTH KEYS.           *
000257*    A TRAIL BUILT WITHOUT THE ALTERNATE KEY IS CONVERTED ONCE, *
000258*    BEFORE ANY OTHER PROGRAM OPENS IT: AUDBKUP UNLOADS IT      *
000259*    UNDER ITS OLD KEY, THEN AUDRECOV REBUILDS IT WITH BOTH.    *
000260*                                                                *
000270******************************************************************
000280 01  AUDIT-RECORD.
000540         88  AUD-TYPE-COMPARISON        VALUE 'C', ' '.
000550         88  AUD-TYPE-TIE-DECISION      VALUE 'D'.
000552         88  AUD-TYPE-SETL-STATUS       VALUE 'S'.
000554         88  AUD-TYPE-REVERSAL          VALUE 'X'.
000560     05  AUD-DECISION-DATE              PIC 9(08).
000562     05  AUD-SETL-STATUS                PIC X(01).
000564         88  AUD-SETL-POSTED            VALUE 'P'.
000569*    THE FEED CYCLE THE SET CAME IN ON (SEE TRIREC) - SPACES    *
000571*    ON RECORDS WRITTEN BEFORE THE CYCLE WAS CARRIED.           *
000572     05  AUD-CYCLE-NO                   PIC 9(02).
000573*    THE SECOND USER WHO APPROVED A TYPE D DECISION OR          *
000574*    AUTHORIZED A TYPE X REVERSAL - SPACES ON THE OTHER TYPES.  *
000575     05  AUD-APPROVER-ID                PIC X(08).
000576*    ON A TYPE X RECORD THE TYPE OF THE RECORD REVERSED -       *
000577*    SPACE ON EVERY OTHER RECORD TYPE.                          *
000578     05  AUD-REVERSED-TYPE              PIC X(01).
000579         88  AUD-REVERSES-COMPARISON    VALUE 'C'.
000580         88  AUD-REVERSES-DECISION      VALUE 'D'.
