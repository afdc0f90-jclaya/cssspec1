000090*    AND DECISION DATE, AND POSTS THE RESOLUTION BACK TO THE    *
000100*    AUDIT TRAIL, SO EVERY TIE CAN BE PROVED TO HAVE BEEN       *
000110*    WORKED.                                                    *
000112*                                                                *
000114*    UNDER DUAL CONTROL THE ANALYST'S CHOICE DOES NOT RESOLVE   *
000115*    THE ITEM: IT MOVES TO STATUS A (AWAITING APPROVAL) WITH    *
000116*    THE PROPOSED WINNER, THE ANALYST'S USERID AND THE ENTRY    *
000117*    DATE, AND IS RESOLVED (STATUS R) ONLY WHEN A SECOND USER   *
000118*    APPROVES IT.  A REJECTED PROPOSAL RETURNS THE ITEM TO      *
000119*    PENDING.  UNTIL THEN THE ITEM IS STILL UNRESOLVED WORK.    *
000120*                                                                *
000130******************************************************************
000140 01  TIW-RECORD.
000230     05  TIW-STATUS                     PIC X(01).
000240         88  TIW-PENDING                VALUE 'P'.
000250         88  TIW-RESOLVED               VALUE 'R'.
000252         88  TIW-AWAITING-APPROVAL      VALUE 'A'.
000254         88  TIW-UNRESOLVED             VALUE 'P', 'A'.
000260     05  TIW-WINNING-FIELD              PIC X(01).
000270     05  TIW-DECIDED-BY                 PIC X(08).
000280     05  TIW-DECISION-DATE              PIC 9(08).
