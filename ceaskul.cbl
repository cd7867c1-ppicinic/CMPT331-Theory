000100 IDENTIFICATION DIVISION.                                         
000200 PROGRAM-ID. CEASKUL.                                             
000300 AUTHOR. M W KOVAC.                                               
000400 INSTALLATION. DATA SECURITY SERVICES.                            
000500 DATE-WRITTEN. 10/15/2026.                                        
000600 DATE-COMPILED.                                                   
000700***************************************************************** 
000800* CEASKUL - CEASKEY KEY TABLE UNLOAD                             *
000900*                                                                *
001000* PERIODIC BACKUP OF THE CEASER-KEY-FILE KEY TABLE. COPIES EVERY *
001100* GENERATION, IN KEY ORDER, TO A SEQUENTIAL UNLOAD DATASET       *
001200* (NORMALLY A NEW GENERATION OF A GDG) BETWEEN A *HDR RECORD     *
001300* STAMPED WITH THE DATE AND TIME OF THE UNLOAD AND A *TRL RECORD *
001400* WITH THE GENERATION COUNT. THE STAMP IS WHERE CEASKRC STARTS   *
001500* ROLLING THE CEASKLOG KEY-CHANGE LOG FORWARD, SO RUN THIS WHEN  *
001600* CEASMNT IS NOT RUNNING. THE UNLOAD CARRIES TYPE-V KEYWORDS AND *
001700* MUST BE PROTECTED LIKE CEASKEY ITSELF.                         *
001800***************************************************************** 
001900*                                                                 
002000* MODIFICATION HISTORY.                                           
002100*  DATE       INIT  DESCRIPTION                                   
002200*  10/15/2026 MWK   ORIGINAL CODING - CEASKEY UNLOAD FOR THE      
002300*                   FORWARD-RECOVERY PROCESS.                     
002400*                                                                 
002500 ENVIRONMENT DIVISION.                                            
002600 CONFIGURATION SECTION.                                           
002700 SOURCE-COMPUTER. IBM-370.                                        
002800 OBJECT-COMPUTER. IBM-370.                                        
002900 INPUT-OUTPUT SECTION.                                            
003000 FILE-CONTROL.                                                    
003100     SELECT CEASER-KEY-FILE ASSIGN TO CEASKEY                     
003200         ORGANIZATION IS INDEXED                                  
003300         ACCESS MODE IS SEQUENTIAL                                
003400         RECORD KEY IS CK-KEY                                     
003500         FILE STATUS IS KU-KEY-FILE-STATUS.                       
003600     SELECT KEY-UNLOAD-FILE ASSIGN TO CEASKUNL                    
003700         ORGANIZATION IS SEQUENTIAL.                              
003800*                                                                 
003900 DATA DIVISION.                                                   
004000 FILE SECTION.                                                    
004100 FD  CEASER-KEY-FILE                                              
004200     RECORD CONTAINS 128 CHARACTERS.                              
004300     COPY CIPHERKY.                                               
004400*                                                                 
004500 FD  KEY-UNLOAD-FILE                                              
004600     RECORDING MODE IS F                                          
004700     RECORD CONTAINS 128 CHARACTERS.                              
004800     COPY KEYUNL.                                                 
004900*                                                                 
005000 WORKING-STORAGE SECTION.                                         
005100*                                                                 
005200*    PROGRAM SWITCHES.                                            
005300 77  KU-EOF-SWITCH                PIC X(01) VALUE "N".            
005400     88  KU-END-OF-KEYS                     VALUE "Y".            
005500*                                                                 
005600*    FILE STATUS FOR CEASER-KEY-FILE.                             
005700 77  KU-KEY-FILE-STATUS           PIC X(02) VALUE SPACES.         
005800*                                                                 
005900*    RUN STAMP AND CONTROL COUNT.                                 
006000 77  KU-RUN-DATE                  PIC 9(08) VALUE ZERO.           
006100 77  KU-RUN-TIME                  PIC 9(08) VALUE ZERO.           
006200 77  KU-UNLOAD-COUNT              PIC 9(08) VALUE ZERO.           
006300*                                                                 
006400 PROCEDURE DIVISION.                                              
006500***************************************************************** 
006600* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
006700***************************************************************** 
006800 0000-MAINLINE.                                                   
006900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
007000     PERFORM 2000-UNLOAD-ONE-GENERATION THRU 2000-EXIT            
007100         UNTIL KU-END-OF-KEYS.                                    
007200     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.                   
007300     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
007400     STOP RUN.                                                    
007500*                                                                 
007600***************************************************************** 
007700* 1000-INITIALIZE - OPEN FILES AND WRITE THE *HDR RECORD WITH    *
007800* THE DATE AND TIME OF THE UNLOAD.                               *
007900***************************************************************** 
008000 1000-INITIALIZE.                                                 
008100     ACCEPT KU-RUN-DATE FROM DATE YYYYMMDD.                       
008200     ACCEPT KU-RUN-TIME FROM TIME.                                
008300     OPEN INPUT CEASER-KEY-FILE.                                  
008400     IF KU-KEY-FILE-STATUS NOT = "00"                             
008500         DISPLAY "CEASKUL0001 - CEASKEY OPEN FAILED, STATUS "     
008600             KU-KEY-FILE-STATUS                                   
008700         MOVE 19 TO RETURN-CODE                                   
008800         GO TO 9900-ABEND-ROUTINE                                 
008900     END-IF.                                                      
009000     OPEN OUTPUT KEY-UNLOAD-FILE.                                 
009100     MOVE SPACES TO KU-HEADER-FIELDS.                             
009200     MOVE "*HDR " TO KU-RECORD-ID.                                
009300     MOVE "CEASKEY" TO KU-HDR-FILE-NAME.                          
009400     MOVE KU-RUN-DATE TO KU-HDR-DATE.                             
009500     MOVE KU-RUN-TIME(1:6) TO KU-HDR-TIME.                        
009600     WRITE KU-HEADER-FIELDS.                                      
009700 1000-EXIT.                                                       
009800     EXIT.                                                        
009900*                                                                 
010000***************************************************************** 
010100* 2000-UNLOAD-ONE-GENERATION - COPY ONE GENERATION, WHATEVER ITS *
010200* STATUS, TO THE UNLOAD.                                         *
010300***************************************************************** 
010400 2000-UNLOAD-ONE-GENERATION.                                      
010500     READ CEASER-KEY-FILE NEXT RECORD                             
010600         AT END                                                   
010700             SET KU-END-OF-KEYS TO TRUE                           
010800             GO TO 2000-EXIT                                      
010900     END-READ.                                                    
011000     WRITE KEY-UNLOAD-REC FROM CIPHER-KEY-REC.                    
011100     ADD 1 TO KU-UNLOAD-COUNT.                                    
011200 2000-EXIT.                                                       
011300     EXIT.                                                        
011400*                                                                 
011500***************************************************************** 
011600* 3000-WRITE-TRAILER - CLOSE THE UNLOAD WITH ITS *TRL COUNT.     *
011700* CEASKRC REFUSES AN UNLOAD WHOSE COUNT DOES NOT AGREE.          *
011800***************************************************************** 
011900 3000-WRITE-TRAILER.                                              
012000     MOVE SPACES TO KU-TRAILER-FIELDS.                            
012100     MOVE "*TRL " TO KU-RECORD-ID.                                
012200     MOVE KU-UNLOAD-COUNT TO KU-TRL-COUNT.                        
012300     WRITE KU-TRAILER-FIELDS.                                     
012400     DISPLAY "CEASKUL0002 - " KU-UNLOAD-COUNT                     
012500         " GENERATION(S) UNLOADED, STAMP " KU-RUN-DATE " "        
012600         KU-RUN-TIME(1:6).                                        
012700 3000-EXIT.                                                       
012800     EXIT.                                                        
012900*                                                                 
013000***************************************************************** 
013100* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
013200***************************************************************** 
013300 9000-TERMINATE.                                                  
013400     CLOSE CEASER-KEY-FILE.                                       
013500     CLOSE KEY-UNLOAD-FILE.                                       
013600 9000-EXIT.                                                       
013700     EXIT.                                                        
013800*                                                                 
013900***************************************************************** 
014000* 9900-ABEND-ROUTINE - REPORT A FATAL SETUP ERROR AND STOP.      *
014100***************************************************************** 
014200 9900-ABEND-ROUTINE.                                              
014300     DISPLAY "CEASKUL - JOB TERMINATED, RETURN CODE " RETURN-CODE.
014400     STOP RUN.                                                    
014500 9900-EXIT.                                                       
014600     EXIT.                                                        
