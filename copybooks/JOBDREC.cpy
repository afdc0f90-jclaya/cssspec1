000010******************************************************************
000020*                                                                *
000030*    JOBDREC.CPY                                                *
000040*    RECORD LAYOUT FOR THE JOB-STREAM DEFINITION FILE (JOBDEF)  *
000050*    READ BY JOBGATE.  ONE ROW PER STEP AND REQUIRED            *
000060*    PREDECESSOR; A STEP WITH SEVERAL PREDECESSORS HAS ONE ROW  *
000070*    FOR EACH.  A STEP THAT NEEDS NOTHING BEFORE IT (THE FIRST  *
000080*    STEP OF THE NIGHT) HAS ONE ROW WITH THE PREDECESSOR BLANK, *
000090*    SO IT IS STILL KNOWN TO THE GATE.  A ROW WITH AN ASTERISK  *
000100*    IN COLUMN 1 IS A COMMENT.  PREDECESSORS ARE CHECKED ON     *
000110*    THE RUN LOG FOR THE SAME PROCESSING DATE AND CYCLE AS THE  *
000120*    STEP - THE DATA DATE EACH STEP LOGS, OR THE RUN DATE ON    *
000130*    LOG RECORDS WRITTEN BEFORE THE DATA DATE WAS CARRIED.      *
000140*                                                                *
000150*    THE NIGHTLY STRING IS DEFINED AS -                         *
000160*        CONDITIONALS   (NONE)                                  *
000170*        SETTLEXT       CONDITIONALS                            *
000180*        SETLRECN       SETTLEXT                                *
000190*        NIGHTBAL       CONDITIONALS                            *
000200*        NIGHTBAL       SETTLEXT                                *
000210*        AUDALERT       CONDITIONALS                            *
000220*        AGEPEND        CONDITIONALS                            *
000230*        AUDARCH        NIGHTBAL                                *
000240*        BRNPKG         SETLRECN                                *
000250*                                                                *
000260*    ONCE ONLY, BEFORE THE FIRST NIGHT ON PROGRAMS THAT DECLARE *
000270*    THE SET-ID ALTERNATE KEY ON AUDFILE, AN AUDIT TRAIL BUILT  *
000280*    WITHOUT THAT KEY IS CONVERTED BY RUNNING AUDBKUP (WHICH    *
000290*    UNLOADS IT UNDER ITS OLD KEY AND ROLLS THE JOURNAL) AND    *
000300*    THEN AUDRECOV (WHICH REBUILDS IT WITH BOTH KEYS AND PROVES *
000310*    IT).  THE NIGHTLY PROGRAMS REFUSE TO OPEN THE OLD TRAIL.   *
000320*                                                                *
000330******************************************************************
000340 01  JOBD-RECORD.
000350     05  JOBD-STEP                      PIC X(12).
000360     05  JOBD-PRED-STEP                 PIC X(12).
000370     05  JOBD-DESC                      PIC X(30).
000380     05  FILLER                         PIC X(26).
