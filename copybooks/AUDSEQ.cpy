000100***************************************************************** 
000200* AUDSEQ - CEASAUD AUDIT SEQUENCE CONTROL RECORD (DD CEASAUDS).  *
000300*                                                                *
000400* EVERY AUDIT RECORD CEASER, CEASERV, CEASCHG, AND CEASINQ WRITE *
000500* IS STAMPED WITH THE NEXT NUMBER IN ONE CONTINUOUS SEQUENCE AND *
000600* A CHECK VALUE CHAINED FROM THE RECORD BEFORE IT. THIS          *
000700* ONE-RECORD FILE HOLDS WHERE THE CHAIN STANDS AT THE END OF THE *
000800* LAST RUN THAT WROTE TO THE TRAIL: ITS LAST SEQUENCE NUMBER AND *
000900* CHECK VALUE, AND WHICH PROGRAM LEFT IT THERE AND WHEN. EACH    *
001000* WRITER READS IT AT START-UP TO CONTINUE THE CHAIN AND REWRITES *
001100* IT AT END OF JOB - AND ON AN ABEND TOO, ONCE IT HAS OPENED THE *
001200* TRAIL, SO RECORDS ALREADY WRITTEN BY A FAILED RUN ARE NEVER    *
001300* NUMBERED AGAIN. CEASAVF COMPARES THE LAST RECORD ON THE TRAIL  *
001400* WITH IT, SO RECORDS CUT OFF THE END OF THE TRAIL ARE CAUGHT AS *
001500* SURELY AS ONES TAKEN OUT OF THE MIDDLE.                        *
001600*                                                                *
001700* AN EMPTY FILE MEANS NOTHING HAS BEEN STAMPED YET; THE FIRST    *
001800* WRITER STARTS THE CHAIN AT SEQUENCE 1 FROM A CHECK VALUE OF    *
001900* ZERO.                                                          *
002000***************************************************************** 
002100*                                                                 
002200* MODIFICATION HISTORY.                                           
002300*  DATE       INIT  DESCRIPTION                                   
002400*  10/15/2026 MWK   ORIGINAL COPYBOOK, WRITTEN FOR THE CHAINED    
002500*                   AUDIT TRAIL AND ITS VERIFICATION RUN.         
002600*  10/15/2026 MWK   CEASINQ ADDED TO THE PROGRAMS THAT WRITE TO   
002700*                   THE TRAIL.                                    
002800*  10/15/2026 MWK   CEASAUDS IS NOW ALSO REWRITTEN WHEN A WRITER  
002900*                   ABENDS AFTER OPENING THE TRAIL.               
003000*                                                                 
003100 01  AUDIT-SEQUENCE-CONTROL-REC.                                  
003200     05  AQ-LAST-SEQ-NO              PIC 9(09).                   
003300     05  FILLER                      PIC X(01).                   
003400     05  AQ-LAST-CHECK-VALUE         PIC 9(09).                   
003500     05  FILLER                      PIC X(01).                   
003600     05  AQ-LAST-PROGRAM             PIC X(08).                   
003700     05  FILLER                      PIC X(01).                   
003800     05  AQ-LAST-DATE                PIC 9(08).                   
003900     05  FILLER                      PIC X(01).                   
004000     05  AQ-LAST-TIME                PIC 9(06).                   
004100     05  FILLER                      PIC X(36).                   
