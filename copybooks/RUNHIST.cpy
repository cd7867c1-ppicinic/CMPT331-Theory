000100***************************************************************** 
000200* RUNHIST - JOB-STEP RUN HISTORY RECORD LAYOUT (DD CEASRHST).    *
000300*                                                                *
000400* ONE RECORD PER EXECUTION OF CEASER, CEASERV, CEASCHG, CEASVFY, *
000500* CEASSHP, AND CEASACK, WRITTEN AT END OF JOB - NORMAL OR ABEND  *
000600* - SO HOW A RUN WENT OUTLIVES THE SPOOL. EACH PROGRAM OPENS THE *
000700* FILE EXTEND, ADDS ITS RECORD, AND CLOSES IT AGAIN, SO THE FILE *
000800* IS IN TIME ORDER OF STEP END. CEASOPX READS IT EACH MORNING    *
000900* FOR THE OPERATIONS EXCEPTION REPORT.                           *
001000*                                                                *
001100* FEED ID AND FILE DATE COME FROM THE *HDR OF THE FILE THE STEP  *
001200* HANDLED, AND ARE BLANK AND ZERO WHEN THE STEP ENDED BEFORE     *
001300* READING ONE OR HANDLES NO SINGLE FILE (CEASACK, SOLVE RUNS).   *
001400* THE KEY-ID IS THE ONE THE STEP WAS RUN UNDER, *INFILE* FOR A   *
001500* MULTI-PARTNER RUN. RUN MODE IS THE CIPHER PROGRAMS' E, D, S,   *
001600* OR X AND BLANK FOR THE OTHERS. RECORDS READ COUNTS THE INPUT   *
001700* RECORDS TAKEN TO THE END OF THE FILE, INCLUDING ANY A RESTART  *
001800* STEPPED PAST. EXCEPTIONS COUNTS WHAT THE STEP ITSELF FLAGGED - *
001900* GRACE RETRIES AND IMPLAUSIBLE DECRYPTS (CEASER), DISCREPANCIES *
002000* (CEASVFY), OR REPORTED ACKNOWLEDGMENT EXCEPTIONS (CEASACK).    *
002100* THE HIGHEST MESSAGE NUMBER IS THE HIGHEST NUMBERED SYSOUT      *
002200* MESSAGE THE STEP ISSUED, ZERO WHEN IT ISSUED NONE.             *
002300***************************************************************** 
002400*                                                                 
002500* MODIFICATION HISTORY.                                           
002600*  DATE       INIT  DESCRIPTION                                   
002700*  10/15/2026 MWK   ORIGINAL COPYBOOK, WRITTEN FOR THE RUN        
002800*                   HISTORY FILE AND THE MORNING EXCEPTION        
002900*                   REPORT.                                       
003000*                                                                 
003100 01  RUN-HISTORY-REC.                                             
003200     05  RH-PROGRAM                  PIC X(08).                   
003300     05  RH-FEED-ID                  PIC X(08).                   
003400     05  RH-FILE-DATE                PIC 9(08).                   
003500     05  RH-KEY-ID                   PIC X(08).                   
003600     05  RH-RUN-MODE                 PIC X(01).                   
003700     05  RH-START-DATE               PIC 9(08).                   
003800     05  RH-START-TIME               PIC 9(06).                   
003900     05  RH-END-DATE                 PIC 9(08).                   
004000     05  RH-END-TIME                 PIC 9(06).                   
004100     05  RH-RECORDS-READ             PIC 9(09).                   
004200     05  RH-RECORDS-WRITTEN          PIC 9(09).                   
004300     05  RH-RECORDS-SUSPENDED        PIC 9(09).                   
004400     05  RH-EXCEPTION-COUNT          PIC 9(09).                   
004500     05  RH-RESTART-FLAG             PIC X(01).                   
004600         88  RH-RESTARTED                VALUE "Y".               
004700     05  RH-HIGH-MSG-NUMBER          PIC 9(04).                   
004800     05  RH-RETURN-CODE              PIC 9(04).                   
004900     05  FILLER                      PIC X(44).                   
