000100***************************************************************** 
000200* AUDARCH - CEASAUD ARCHIVE GENERATION CONTROL RECORDS.          *
000300*                                                                *
000400* CEASROL'S MONTHLY ROLL-OFF MOVES AUDIT RECORDS DATED BEFORE    *
000500* THE RETENTION CUTOFF OUT OF THE ACTIVE CEASAUD INTO A NEW      *
000600* ARCHIVE GENERATION. THE GENERATION IS THE AUDIT RECORDS        *
000700* THEMSELVES, UNCHANGED, BETWEEN A *HDR RECORD (THE CUTOFF AND   *
000800* WHEN THE GENERATION WAS CUT) AND A *TRL RECORD CARRYING THE    *
000900* RECORD COUNT, THE TOTAL OF THE AUDIT LENGTH FIELDS (MESSAGE    *
001000* BYTES) AND THE EARLIEST AND LATEST AUDIT DATES IN THE          *
001100* GENERATION, AND THE SEQUENCE NUMBER AND CHECK VALUE OF ITS     *
001200* LAST STAMPED RECORD - THE POINT THE NEXT GENERATION, OR THE    *
001300* ACTIVE TRAIL, CHAINS ON FROM. ANY PROGRAM READING AN ARCHIVE   *
001400* GENERATION RECOMPUTES THE COUNT AND BYTE TOTAL AND CHECKS THEM *
001500* AGAINST THE *TRL, SO A GENERATION THAT HAS LOST OR GAINED A    *
001600* RECORD IS NEVER REPORTED ON.                                   *
001700*                                                                *
001800* A "*" CAN NEVER START A REAL AUDIT RECORD, WHOSE FIRST FIELD   *
001900* IS THE NUMERIC AUDIT DATE, SO THE RECORD ID TELLS THE TWO      *
002000* APART.                                                         *
002100***************************************************************** 
002200*                                                                 
002300* MODIFICATION HISTORY.                                           
002400*  DATE       INIT  DESCRIPTION                                   
002500*  10/15/2026 MWK   ORIGINAL COPYBOOK, WRITTEN FOR THE CEASAUD    
002600*                   ROLL-OFF AND ITS ARCHIVE READERS.             
002700*  10/15/2026 MWK   *TRL NOW CARRIES THE LAST AUDIT SEQUENCE      
002800*                   NUMBER AND CHECK VALUE IN THE GENERATION.     
002900*                                                                 
003000 01  AUDIT-ARCHIVE-CONTROL-REC.                                   
003100     05  AH-RECORD-ID                PIC X(05).                   
003200         88  AH-HEADER-REC               VALUE "*HDR ".           
003300         88  AH-TRAILER-REC              VALUE "*TRL ".           
003400     05  AH-CONTROL-DATA             PIC X(75).                   
003500     05  AH-HEADER-DATA REDEFINES AH-CONTROL-DATA.                
003600         10  AH-HDR-FILE-NAME        PIC X(08).                   
003700         10  FILLER                  PIC X(01).                   
003800         10  AH-HDR-CUTOFF-DATE      PIC 9(08).                   
003900         10  FILLER                  PIC X(01).                   
004000         10  AH-HDR-CREATED-DATE     PIC 9(08).                   
004100         10  FILLER                  PIC X(01).                   
004200         10  AH-HDR-CREATED-TIME     PIC 9(06).                   
004300         10  FILLER                  PIC X(42).                   
004400     05  AH-TRAILER-DATA REDEFINES AH-CONTROL-DATA.               
004500         10  AH-TRL-RECORD-COUNT     PIC 9(09).                   
004600         10  FILLER                  PIC X(01).                   
004700         10  AH-TRL-BYTE-TOTAL       PIC 9(15).                   
004800         10  FILLER                  PIC X(01).                   
004900         10  AH-TRL-FIRST-DATE       PIC 9(08).                   
005000         10  FILLER                  PIC X(01).                   
005100         10  AH-TRL-LAST-DATE        PIC 9(08).                   
005200         10  FILLER                  PIC X(01).                   
005300         10  AH-TRL-LAST-SEQ-NO      PIC 9(09).                   
005400         10  FILLER                  PIC X(01).                   
005500         10  AH-TRL-LAST-CHECK-VALUE PIC 9(09).                   
005600         10  FILLER                  PIC X(12).                   
