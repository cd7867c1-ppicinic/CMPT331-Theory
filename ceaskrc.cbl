000100 IDENTIFICATION DIVISION.                                         
000200 PROGRAM-ID. CEASKRC.                                             
000300 AUTHOR. M W KOVAC.                                               
000400 INSTALLATION. DATA SECURITY SERVICES.                            
000500 DATE-WRITTEN. 10/15/2026.                                        
000600 DATE-COMPILED.                                                   
000700***************************************************************** 
000800* CEASKRC - KEY TABLE RECOVERY AND POINT-IN-TIME INQUIRY         *
000900*                                                                *
001000* REBUILDS THE CEASER-KEY-FILE KEY TABLE AS IT STOOD AT A CHOSEN *
001100* DATE AND TIME, AND ANSWERS "WHICH GENERATION DID KEY-ID X HAVE *
001200* IN EFFECT ON DATE D" FROM THE SAME DATA. BOTH START FROM A     *
001300* CEASKUL UNLOAD (OR, WITH THE UNLOAD DD DUMMIED, FROM AN EMPTY  *
001400* TABLE) AND ROLL THE CEASKLOG KEY-CHANGE LOG FORWARD OVER IT -  *
001500* EVERY ADD, APPROV, REJECT, RETIRE AND COMPRO CEASMNT APPLIED   *
001600* AFTER THE UNLOAD'S STAMP AND NO LATER THAN THE TARGET.         *
001700*                                                                *
001800* A REBUILD WRITES THE RESULT TO A NEW KEYED DATASET (CEASKNEW)  *
001900* FOR THE OPERATOR TO CHECK AND RENAME OVER CEASKEY; IT NEVER    *
002000* TOUCHES CEASKEY ITSELF. THE LOG NEVER CARRIES A TYPE-V         *
002100* KEYWORD, SO A TYPE-V GENERATION ADDED AFTER THE UNLOAD CANNOT  *
002200* BE REBUILT - IT IS LEFT OFF CEASKNEW AND LISTED FOR RE-ENTRY   *
002300* IN CEASMNT UNDER DUAL CONTROL.                                 *
002400*                                                                *
002500* AN INQUIRY REPLAYS THE LOG TO THE END OF THE INQUIRY DATE AND  *
002600* APPLIES THE SAME SELECTION THE CIPHER PROGRAMS DO: THE LATEST  *
002700* ACTIVE GENERATION EFFECTIVE ON OR BEFORE THE DATE, WITH A      *
002800* COMPROMISED GENERATION ENDING THE CHAIN. A GENERATION RETIRED  *
002900* LATER STILL SHOWS AS IN EFFECT ON A DATE BEFORE ITS            *
003000* RETIREMENT. THE KEYWORD IS NEVER PRINTED.                      *
003100***************************************************************** 
003200*                                                                 
003300* MODIFICATION HISTORY.                                           
003400*  DATE       INIT  DESCRIPTION                                   
003500*  10/15/2026 MWK   ORIGINAL CODING - CEASKEY FORWARD RECOVERY    
003600*                   AND KEY-IN-EFFECT INQUIRY.                    
003700*                                                                 
003800 ENVIRONMENT DIVISION.                                            
003900 CONFIGURATION SECTION.                                           
004000 SOURCE-COMPUTER. IBM-370.                                        
004100 OBJECT-COMPUTER. IBM-370.                                        
004200 INPUT-OUTPUT SECTION.                                            
004300 FILE-CONTROL.                                                    
004400     SELECT RECOVERY-CONTROL-FILE ASSIGN TO SYSIN                 
004500         ORGANIZATION IS SEQUENTIAL.                              
004600     SELECT KEY-UNLOAD-FILE ASSIGN TO CEASKUNL                    
004700         ORGANIZATION IS SEQUENTIAL.                              
004800     SELECT KEY-CHANGE-LOG-FILE ASSIGN TO CEASKLOG                
004900         ORGANIZATION IS SEQUENTIAL.                              
005000     SELECT REBUILT-KEY-FILE ASSIGN TO CEASKNEW                   
005100         ORGANIZATION IS INDEXED                                  
005200         ACCESS MODE IS SEQUENTIAL                                
005300         RECORD KEY IS KR-NEW-KEY                                 
005400         FILE STATUS IS KR-NEW-FILE-STATUS.                       
005500     SELECT RECOVERY-REPORT-FILE ASSIGN TO CEASKRCR               
005600         ORGANIZATION IS SEQUENTIAL.                              
005700*                                                                 
005800 DATA DIVISION.                                                   
005900 FILE SECTION.                                                    
006000*    SYSIN CONTROL CARDS - ONE PER REQUEST, ANY NUMBER OF         
006100*    INQUIRIES AND AT MOST ONE REBUILD PER RUN.                   
006200*    COLUMNS  1- 7  FUNCTION - REBUILD OR INQUIRE.                
006300*    COLUMNS  9-16  DATE (YYYYMMDD). REBUILD: THE POINT TO        
006400*                   RECOVER TO - BLANK ROLLS THE WHOLE LOG        
006500*                   FORWARD. INQUIRE: THE DATE ASKED ABOUT        
006600*                   (REQUIRED).                                   
006700*    COLUMNS 17-22  TIME (HHMMSS), REBUILD ONLY. BLANK IS THE     
006800*                   END OF THE DAY.                               
006900*    COLUMNS 23-30  KEY-ID, INQUIRE ONLY. BLANK ANSWERS FOR       
007000*                   EVERY KEY-ID ON THE TABLE.                    
007100*    COLUMNS 31-80  RESERVED.                                     
007200 FD  RECOVERY-CONTROL-FILE                                        
007300     RECORDING MODE IS F                                          
007400     RECORD CONTAINS 80 CHARACTERS.                               
007500 01  KR-CONTROL-REC.                                              
007600     05  KR-CONTROL-FUNCTION     PIC X(07).                       
007700     05  FILLER                  PIC X(01).                       
007800     05  KR-CONTROL-DATE         PIC X(08).                       
007900     05  KR-CONTROL-TIME         PIC X(06).                       
008000     05  KR-CONTROL-KEY-ID       PIC X(08).                       
008100     05  FILLER                  PIC X(50).                       
008200*                                                                 
008300*    CEASKUL UNLOAD - *HDR, ONE CIPHER-KEY-REC IMAGE PER          
008400*    GENERATION IN KEY ORDER, *TRL.                               
008500 FD  KEY-UNLOAD-FILE                                              
008600     RECORDING MODE IS F                                          
008700     RECORD CONTAINS 128 CHARACTERS.                              
008800     COPY KEYUNL.                                                 
008900*                                                                 
009000*    CEASMNT KEY-CHANGE HISTORY LOG, IN THE ORDER THE CHANGES     
009100*    WERE MADE.                                                   
009200 FD  KEY-CHANGE-LOG-FILE                                          
009300     RECORDING MODE IS F                                          
009400     RECORD CONTAINS 150 CHARACTERS.                              
009500     COPY KEYLOG.                                                 
009600*                                                                 
009700*    REBUILT KEY TABLE, IN CIPHER-KEY-REC LAYOUT, LOADED IN KEY   
009800*    ORDER.                                                       
009900 FD  REBUILT-KEY-FILE                                             
010000     RECORD CONTAINS 128 CHARACTERS.                              
010100 01  KR-NEW-REC.                                                  
010200     05  KR-NEW-KEY              PIC X(16).                       
010300     05  FILLER                  PIC X(112).                      
010400*                                                                 
010500 FD  RECOVERY-REPORT-FILE                                         
010600     RECORDING MODE IS F                                          
010700     RECORD CONTAINS 132 CHARACTERS.                              
010800 01  KR-REPORT-REC               PIC X(132).                      
010900*                                                                 
011000 WORKING-STORAGE SECTION.                                         
011100*                                                                 
011200*    THE GENERATION IN HAND, IN THE KEY TABLE'S OWN LAYOUT.       
011300     COPY CIPHERKY.                                               
011400*                                                                 
011500*    PROGRAM SWITCHES.                                            
011600 77  KR-CONTROL-EOF-SWITCH        PIC X(01) VALUE "N".            
011700     88  KR-END-OF-CONTROL                  VALUE "Y".            
011800 77  KR-UNLOAD-EOF-SWITCH         PIC X(01) VALUE "N".            
011900     88  KR-END-OF-UNLOAD                   VALUE "Y".            
012000 77  KR-LOG-EOF-SWITCH            PIC X(01) VALUE "N".            
012100     88  KR-END-OF-LOG                      VALUE "Y".            
012200 77  KR-CARD-SWITCH               PIC X(01) VALUE "Y".            
012300     88  KR-CARD-OK                         VALUE "Y".            
012400 77  KR-REPLAY-SWITCH             PIC X(01) VALUE "Y".            
012500     88  KR-REPLAY-OK                       VALUE "Y".            
012600 77  KR-REBUILD-SWITCH            PIC X(01) VALUE "N".            
012700     88  KR-REBUILD-RUN                     VALUE "Y".            
012800 77  KR-REBUILD-DONE-SWITCH       PIC X(01) VALUE "N".            
012900     88  KR-REBUILD-DONE                    VALUE "Y".            
013000 77  KR-TRAILER-SWITCH            PIC X(01) VALUE "N".            
013100     88  KR-TRAILER-SEEN                    VALUE "Y".            
013200 77  KR-FOUND-SWITCH              PIC X(01) VALUE "N".            
013300     88  KR-GEN-FOUND                       VALUE "Y".            
013400 77  KR-SEARCH-END-SWITCH         PIC X(01) VALUE "N".            
013500     88  KR-SEARCH-END                      VALUE "Y".            
013600 77  KR-EXCEPTION-SWITCH          PIC X(01) VALUE "N".            
013700     88  KR-LOG-EXCEPTION                   VALUE "Y".            
013800*                                                                 
013900*    FILE STATUS FOR REBUILT-KEY-FILE.                            
014000 77  KR-NEW-FILE-STATUS           PIC X(02) VALUE SPACES.         
014100*                                                                 
014200*    RUN DATE, TARGET AND STAMPS. A STAMP IS DATE AND TIME RUN    
014300*    TOGETHER (YYYYMMDDHHMMSS) SO ONE COMPARE ORDERS THEM.        
014400 77  KR-RUN-DATE                  PIC 9(08) VALUE ZERO.           
014500 77  KR-TARGET-DATE               PIC 9(08) VALUE ZERO.           
014600 77  KR-TARGET-TIME               PIC 9(06) VALUE ZERO.           
014700 77  KR-INQUIRY-KEY-ID            PIC X(08) VALUE SPACES.         
014800 77  KR-TARGET-STAMP              PIC 9(14) VALUE ZERO.           
014900 77  KR-UNLOAD-STAMP              PIC 9(14) VALUE ZERO.           
015000 77  KR-LOG-STAMP                 PIC 9(14) VALUE ZERO.           
015100 77  KR-UNLOAD-DATE               PIC 9(08) VALUE ZERO.           
015200 77  KR-UNLOAD-TIME               PIC 9(06) VALUE ZERO.           
015300 77  KR-WORK-DATE                 PIC 9(08) VALUE ZERO.           
015400*                                                                 
015500*    THE SEARCH KEY FOR ONE GENERATION - KEY-ID PLUS EFFECTIVE    
015600*    DATE, THE SAME SHAPE AS CK-KEY.                              
015700 01  KR-SEARCH-KEY.                                               
015800     05  KR-SEARCH-KEY-ID        PIC X(08).                       
015900     05  KR-SEARCH-EFF-DATE      PIC 9(08).                       
016000*                                                                 
016100*    THE KEY TABLE BEING REBUILT, HELD IN KEY ORDER. EACH ENTRY   
016200*    IS A CIPHER-KEY-REC IMAGE PLUS A FLAG FOR A TYPE-V           
016300*    GENERATION THE LOG ADDED WITHOUT ITS KEYWORD. 2000           
016400*    GENERATIONS IS SEVERAL TIMES THE TABLE WE CARRY.             
016500 77  KR-GEN-MAX                   PIC 9(04) COMP VALUE 2000.      
016600 77  KR-GEN-COUNT                 PIC 9(04) COMP VALUE ZERO.      
016700 77  KR-GI                        PIC 9(04) COMP VALUE ZERO.      
016800 77  KR-GJ                        PIC 9(04) COMP VALUE ZERO.      
016900 77  KR-GK                        PIC 9(04) COMP VALUE ZERO.      
017000 01  KR-GEN-TABLE.                                                
017100     05  KR-GEN OCCURS 2000 TIMES.                                
017200         10  KR-T-IMAGE.                                          
017300             15  KR-T-KEY.                                        
017400                 20  KR-T-KEY-ID PIC X(08).                       
017500                 20  KR-T-EFF-DATE PIC 9(08).                     
017600             15  FILLER          PIC X(112).                      
017700         10  KR-T-HELD           PIC X(01).                       
017800             88  KR-T-KEYWORD-LOST         VALUE "Y".             
017900*                                                                 
018000*    INQUIRY ANSWER FIELDS FOR ONE KEY-ID.                        
018100 77  KR-ANS-KEY-ID                PIC X(08) VALUE SPACES.         
018200 77  KR-ANS-FOUND-SWITCH          PIC X(01) VALUE "N".            
018300     88  KR-ANS-FOUND                       VALUE "Y".            
018400 77  KR-ANS-EFF-DATE              PIC 9(08) VALUE ZERO.           
018500 77  KR-ANS-SHIFT                 PIC 9(02) VALUE ZERO.           
018600 77  KR-ANS-TYPE                  PIC X(01) VALUE SPACE.          
018700 77  KR-ANS-DIGIT                 PIC X(01) VALUE SPACE.          
018800 77  KR-ANS-COMPROMISED-DATE      PIC 9(08) VALUE ZERO.           
018900 77  KR-ANS-PENDING-DATE          PIC 9(08) VALUE ZERO.           
019000*                                                                 
019100*    COUNTERS FOR ONE REPLAY.                                     
019200 77  KR-CNT-LOADED                PIC 9(07) COMP VALUE ZERO.      
019300 77  KR-CNT-LOG-READ              PIC 9(07) COMP VALUE ZERO.      
019400 77  KR-CNT-LOG-BEFORE            PIC 9(07) COMP VALUE ZERO.      
019500 77  KR-CNT-LOG-APPLIED           PIC 9(07) COMP VALUE ZERO.      
019600 77  KR-CNT-LOG-AFTER             PIC 9(07) COMP VALUE ZERO.      
019700 77  KR-CNT-LOG-EXCEPTIONS        PIC 9(07) COMP VALUE ZERO.      
019800 77  KR-CNT-WRITTEN               PIC 9(07) COMP VALUE ZERO.      
019900 77  KR-CNT-HELD                  PIC 9(07) COMP VALUE ZERO.      
020000 77  KR-UNLOAD-COUNT              PIC 9(08) VALUE ZERO.           
020100*                                                                 
020200*    GRAND TOTAL COUNTERS FOR THE FINAL PAGE.                     
020300 77  KR-TOT-CARDS                 PIC 9(05) COMP VALUE ZERO.      
020400 77  KR-TOT-BAD-CARDS             PIC 9(05) COMP VALUE ZERO.      
020500 77  KR-TOT-INQUIRIES             PIC 9(05) COMP VALUE ZERO.      
020600 77  KR-TOT-EXCEPTIONS            PIC 9(07) COMP VALUE ZERO.      
020700 77  KR-TOT-HELD                  PIC 9(07) COMP VALUE ZERO.      
020800*                                                                 
020900*    PAGE CONTROL FIELDS. THE LINE COUNT STARTS PAST THE PAGE     
021000*    LIMIT SO THE FIRST PRINTED LINE FORCES THE FIRST PAGE        
021100*    HEADING.                                                     
021200 77  KR-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
021300 77  KR-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
021400 77  KR-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
021500*                                                                 
021600*    DATE AND TIME FORMATTING WORK FIELDS.                        
021700 77  KR-DATE-IN                   PIC 9(08) VALUE ZERO.           
021800 01  KR-DATE-EDITED.                                              
021900     05  KR-DATE-ED-YYYY         PIC X(04).                       
022000     05  FILLER                  PIC X(01) VALUE "/".             
022100     05  KR-DATE-ED-MM           PIC X(02).                       
022200     05  FILLER                  PIC X(01) VALUE "/".             
022300     05  KR-DATE-ED-DD           PIC X(02).                       
022400 77  KR-TIME-IN                   PIC 9(06) VALUE ZERO.           
022500 01  KR-TIME-EDITED.                                              
022600     05  KR-TIME-ED-HH           PIC X(02).                       
022700     05  FILLER                  PIC X(01) VALUE ":".             
022800     05  KR-TIME-ED-MM           PIC X(02).                       
022900     05  FILLER                  PIC X(01) VALUE ":".             
023000     05  KR-TIME-ED-SS           PIC X(02).                       
023100*                                                                 
023200*    REPORT LINE LAYOUTS.                                         
023300 01  KR-PRINT-LINE                PIC X(132) VALUE SPACES.        
023400*                                                                 
023500 01  KR-HEADING-1.                                                
023600     05  FILLER                  PIC X(08) VALUE "CEASKRC ".      
023700     05  FILLER                  PIC X(30) VALUE SPACES.          
023800     05  FILLER                  PIC X(41) VALUE                  
023900         "KEY TABLE RECOVERY AND INQUIRY".                        
024000     05  FILLER                  PIC X(35) VALUE SPACES.          
024100     05  FILLER                  PIC X(05) VALUE "PAGE ".         
024200     05  KR-HEAD-PAGE            PIC ZZZ9.                        
024300     05  FILLER                  PIC X(09) VALUE SPACES.          
024400*                                                                 
024500 01  KR-HEADING-2.                                                
024600     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
024700     05  KR-HEAD-RUN-DATE        PIC X(10).                       
024800     05  FILLER                  PIC X(113) VALUE SPACES.         
024900*                                                                 
025000 01  KR-CARD-LINE.                                                
025100     05  FILLER                  PIC X(14) VALUE "CONTROL CARD: ".
025200     05  KR-CARD-IMAGE           PIC X(80).                       
025300     05  FILLER                  PIC X(38) VALUE SPACES.          
025400*                                                                 
025500 01  KR-MESSAGE-LINE.                                             
025600     05  FILLER                  PIC X(05) VALUE SPACES.          
025700     05  KR-MESSAGE-TEXT         PIC X(100).                      
025800     05  FILLER                  PIC X(27) VALUE SPACES.          
025900*                                                                 
026000 01  KR-REPLAY-LINE.                                              
026100     05  FILLER                  PIC X(05) VALUE SPACES.          
026200     05  FILLER                  PIC X(13) VALUE "UNLOAD STAMP ". 
026300     05  KR-REP-UNLOAD-DATE      PIC X(10).                       
026400     05  FILLER                  PIC X(01) VALUE SPACE.           
026500     05  KR-REP-UNLOAD-TIME      PIC X(08).                       
026600     05  FILLER                  PIC X(14) VALUE                  
026700         "  ROLLED UP TO".                                        
026800     05  FILLER                  PIC X(01) VALUE SPACE.           
026900     05  KR-REP-TARGET-DATE      PIC X(10).                       
027000     05  FILLER                  PIC X(01) VALUE SPACE.           
027100     05  KR-REP-TARGET-TIME      PIC X(08).                       
027200     05  FILLER                  PIC X(61) VALUE SPACES.          
027300*                                                                 
027400 01  KR-LOG-HEADER-LINE.                                          
027500     05  FILLER                  PIC X(01) VALUE SPACE.           
027600     05  FILLER                  PIC X(10) VALUE "LOG DATE".      
027700     05  FILLER                  PIC X(02) VALUE SPACES.          
027800     05  FILLER                  PIC X(08) VALUE "TIME".          
027900     05  FILLER                  PIC X(02) VALUE SPACES.          
028000     05  FILLER                  PIC X(05) VALUE "FROM".          
028100     05  FILLER                  PIC X(02) VALUE SPACES.          
028200     05  FILLER                  PIC X(06) VALUE "ACTION".        
028300     05  FILLER                  PIC X(02) VALUE SPACES.          
028400     05  FILLER                  PIC X(08) VALUE "KEY-ID".        
028500     05  FILLER                  PIC X(02) VALUE SPACES.          
028600     05  FILLER                  PIC X(10) VALUE "EFF DATE".      
028700     05  FILLER                  PIC X(02) VALUE SPACES.          
028800     05  FILLER                  PIC X(08) VALUE "USER".          
028900     05  FILLER                  PIC X(02) VALUE SPACES.          
029000     05  FILLER                  PIC X(06) VALUE "RESULT".        
029100     05  FILLER                  PIC X(56) VALUE SPACES.          
029200*                                                                 
029300 01  KR-LOG-LINE.                                                 
029400     05  FILLER                  PIC X(01) VALUE SPACE.           
029500     05  KR-LOG-DATE             PIC X(10).                       
029600     05  FILLER                  PIC X(02) VALUE SPACES.          
029700     05  KR-LOG-TIME             PIC X(08).                       
029800     05  FILLER                  PIC X(02) VALUE SPACES.          
029900     05  KR-LOG-SOURCE           PIC X(05).                       
030000     05  FILLER                  PIC X(02) VALUE SPACES.          
030100     05  KR-LOG-ACTION           PIC X(06).                       
030200     05  FILLER                  PIC X(02) VALUE SPACES.          
030300     05  KR-LOG-KEY-ID           PIC X(08).                       
030400     05  FILLER                  PIC X(02) VALUE SPACES.          
030500     05  KR-LOG-EFF-DATE         PIC X(10).                       
030600     05  FILLER                  PIC X(02) VALUE SPACES.          
030700     05  KR-LOG-USER-ID          PIC X(08).                       
030800     05  FILLER                  PIC X(02) VALUE SPACES.          
030900     05  KR-LOG-RESULT           PIC X(40).                       
031000     05  FILLER                  PIC X(22) VALUE SPACES.          
031100*                                                                 
031200 01  KR-HELD-LINE.                                                
031300     05  FILLER                  PIC X(01) VALUE SPACE.           
031400     05  KR-HELD-KEY-ID          PIC X(08).                       
031500     05  FILLER                  PIC X(02) VALUE SPACES.          
031600     05  KR-HELD-EFF-DATE        PIC X(10).                       
031700     05  FILLER                  PIC X(09) VALUE "  STATUS ".     
031800     05  KR-HELD-STATUS          PIC X(01).                       
031900     05  FILLER                  PIC X(02) VALUE SPACES.          
032000     05  FILLER                  PIC X(52) VALUE                  
032100         "TYPE-V KEYWORD NOT ON THE LOG - RE-ADD IN CEASMNT".     
032200     05  FILLER                  PIC X(47) VALUE SPACES.          
032300*                                                                 
032400 01  KR-ANSWER-HEADER-LINE.                                       
032500     05  FILLER                  PIC X(01) VALUE SPACE.           
032600     05  FILLER                  PIC X(08) VALUE "KEY-ID".        
032700     05  FILLER                  PIC X(02) VALUE SPACES.          
032800     05  FILLER                  PIC X(10) VALUE "AS OF".         
032900     05  FILLER                  PIC X(02) VALUE SPACES.          
033000     05  FILLER                  PIC X(10) VALUE "GENERATION".    
033100     05  FILLER                  PIC X(02) VALUE SPACES.          
033200     05  FILLER                  PIC X(04) VALUE "TYPE".          
033300     05  FILLER                  PIC X(02) VALUE SPACES.          
033400     05  FILLER                  PIC X(05) VALUE "SHIFT".         
033500     05  FILLER                  PIC X(02) VALUE SPACES.          
033600     05  FILLER                  PIC X(06) VALUE "DIGITS".        
033700     05  FILLER                  PIC X(02) VALUE SPACES.          
033800     05  FILLER                  PIC X(07) VALUE "REMARKS".       
033900     05  FILLER                  PIC X(69) VALUE SPACES.          
034000*                                                                 
034100 01  KR-ANSWER-LINE.                                              
034200     05  FILLER                  PIC X(01) VALUE SPACE.           
034300     05  KR-ANS-LINE-KEY-ID      PIC X(08).                       
034400     05  FILLER                  PIC X(02) VALUE SPACES.          
034500     05  KR-ANS-LINE-AS-OF       PIC X(10).                       
034600     05  FILLER                  PIC X(02) VALUE SPACES.          
034700     05  KR-ANS-LINE-GEN-DATE    PIC X(10).                       
034800     05  FILLER                  PIC X(03) VALUE SPACES.          
034900     05  KR-ANS-LINE-TYPE        PIC X(01).                       
035000     05  FILLER                  PIC X(05) VALUE SPACES.          
035100     05  KR-ANS-LINE-SHIFT       PIC X(02).                       
035200     05  FILLER                  PIC X(05) VALUE SPACES.          
035300     05  KR-ANS-LINE-DIGIT       PIC X(01).                       
035400     05  FILLER                  PIC X(04) VALUE SPACES.          
035500     05  KR-ANS-LINE-REMARK      PIC X(78).                       
035600*                                                                 
035700 01  KR-COUNT-LINE.                                               
035800     05  FILLER                  PIC X(05) VALUE SPACES.          
035900     05  KR-COUNT-LABEL          PIC X(40).                       
036000     05  KR-COUNT-VALUE          PIC Z,ZZZ,ZZ9.                   
036100     05  FILLER                  PIC X(78) VALUE SPACES.          
036200*                                                                 
036300 01  KR-GRAND-HEADER-LINE.                                        
036400     05  FILLER                  PIC X(12) VALUE "GRAND TOTALS".  
036500     05  FILLER                  PIC X(120) VALUE SPACES.         
036600*                                                                 
036700 PROCEDURE DIVISION.                                              
036800***************************************************************** 
036900* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
037000***************************************************************** 
037100 0000-MAINLINE.                                                   
037200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
037300     PERFORM 2000-PROCESS-CONTROL-CARD THRU 2000-EXIT             
037400         UNTIL KR-END-OF-CONTROL.                                 
037500     PERFORM 8000-PRINT-FINAL-TOTALS THRU 8000-EXIT.              
037600     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
037700     STOP RUN.                                                    
037800*                                                                 
037900***************************************************************** 
038000* 1000-INITIALIZE - OPEN THE CONTROL AND REPORT FILES AND PRIME  *
038100* THE FIRST CARD. A RUN WITH NO CARD AT ALL IS A SETUP ERROR.    *
038200***************************************************************** 
038300 1000-INITIALIZE.                                                 
038400     ACCEPT KR-RUN-DATE FROM DATE YYYYMMDD.                       
038500     MOVE KR-RUN-DATE TO KR-DATE-IN.                              
038600     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
038700     MOVE KR-DATE-EDITED TO KR-HEAD-RUN-DATE.                     
038800     OPEN INPUT RECOVERY-CONTROL-FILE.                            
038900     OPEN OUTPUT RECOVERY-REPORT-FILE.                            
039000     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.               
039100     IF KR-END-OF-CONTROL                                         
039200         DISPLAY "CEASKRC0001 - NO CONTROL CARD ON SYSIN"         
039300         MOVE 16 TO RETURN-CODE                                   
039400         GO TO 9900-ABEND-ROUTINE                                 
039500     END-IF.                                                      
039600 1000-EXIT.                                                       
039700     EXIT.                                                        
039800*                                                                 
039900 1100-READ-CONTROL-CARD.                                          
040000     READ RECOVERY-CONTROL-FILE                                   
040100         AT END                                                   
040200             SET KR-END-OF-CONTROL TO TRUE                        
040300     END-READ.                                                    
040400 1100-EXIT.                                                       
040500     EXIT.                                                        
040600*                                                                 
040700***************************************************************** 
040800* 2000-PROCESS-CONTROL-CARD - CHECK ONE CARD, REPLAY THE LOG TO  *
040900* ITS TARGET, AND EITHER WRITE THE REBUILT TABLE OR ANSWER THE   *
041000* INQUIRY. A BAD CARD IS REPORTED AND SKIPPED; IT LEAVES RETURN  *
041100* CODE 8.                                                        *
041200***************************************************************** 
041300 2000-PROCESS-CONTROL-CARD.                                       
041400     ADD 1 TO KR-TOT-CARDS.                                       
041500     MOVE 99 TO KR-LINE-COUNT.                                    
041600     MOVE KR-CONTROL-REC TO KR-CARD-IMAGE.                        
041700     MOVE KR-CARD-LINE TO KR-PRINT-LINE.                          
041800     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
041900     PERFORM 2050-RUN-CONTROL-CARD THRU 2050-EXIT.                
042000     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.               
042100 2000-EXIT.                                                       
042200     EXIT.                                                        
042300*                                                                 
042400 2050-RUN-CONTROL-CARD.                                           
042500     SET KR-CARD-OK TO TRUE.                                      
042600     MOVE "N" TO KR-REBUILD-SWITCH.                               
042700     EVALUATE KR-CONTROL-FUNCTION                                 
042800         WHEN "REBUILD"                                           
042900             PERFORM 2100-CHECK-REBUILD-CARD THRU 2100-EXIT       
043000         WHEN "INQUIRE"                                           
043100             PERFORM 2200-CHECK-INQUIRE-CARD THRU 2200-EXIT       
043200         WHEN OTHER                                               
043300             MOVE "CEASKRC0002 - FUNCTION MUST BE REBUILD OR "    
043400                 TO KR-MESSAGE-TEXT                               
043500             MOVE "INQUIRE" TO KR-MESSAGE-TEXT(43:7)              
043600             PERFORM 2300-REJECT-CARD THRU 2300-EXIT              
043700     END-EVALUATE.                                                
043800     IF NOT KR-CARD-OK                                            
043900         GO TO 2050-EXIT                                          
044000     END-IF.                                                      
044100     PERFORM 3000-REPLAY-TO-TARGET THRU 3000-EXIT.                
044200     IF NOT KR-REPLAY-OK                                          
044300         GO TO 2050-EXIT                                          
044400     END-IF.                                                      
044500     IF KR-REBUILD-RUN                                            
044600         PERFORM 4000-WRITE-REBUILT-TABLE THRU 4000-EXIT          
044700     ELSE                                                         
044800         PERFORM 5000-ANSWER-INQUIRY THRU 5000-EXIT               
044900     END-IF.                                                      
045000 2050-EXIT.                                                       
045100     EXIT.                                                        
045200*                                                                 
045300***************************************************************** 
045400* 2100-CHECK-REBUILD-CARD - ONE REBUILD PER RUN. A BLANK DATE    *
045500* ROLLS THE WHOLE LOG FORWARD; A BLANK TIME IS THE END OF THE    *
045600* DAY.                                                           *
045700***************************************************************** 
045800 2100-CHECK-REBUILD-CARD.                                         
045900     IF KR-REBUILD-DONE                                           
046000         MOVE "CEASKRC0004 - ONLY ONE REBUILD IS ALLOWED PER RUN" 
046100             TO KR-MESSAGE-TEXT                                   
046200         PERFORM 2300-REJECT-CARD THRU 2300-EXIT                  
046300         GO TO 2100-EXIT                                          
046400     END-IF.                                                      
046500     IF KR-CONTROL-DATE = SPACES                                  
046600         MOVE 99999999 TO KR-TARGET-DATE                          
046700         MOVE 999999 TO KR-TARGET-TIME                            
046800     ELSE                                                         
046900         PERFORM 2250-CHECK-CARD-DATE THRU 2250-EXIT              
047000         IF NOT KR-CARD-OK                                        
047100             GO TO 2100-EXIT                                      
047200         END-IF                                                   
047300         IF KR-CONTROL-TIME = SPACES                              
047400             MOVE 235959 TO KR-TARGET-TIME                        
047500         ELSE                                                     
047600             IF KR-CONTROL-TIME NOT NUMERIC                       
047700                     OR KR-CONTROL-TIME(1:2) > "23"               
047800                     OR KR-CONTROL-TIME(3:2) > "59"               
047900                     OR KR-CONTROL-TIME(5:2) > "59"               
048000                 MOVE "CEASKRC0003 - TIME IS NOT A VALID HHMMSS"  
048100                     TO KR-MESSAGE-TEXT                           
048200                 PERFORM 2300-REJECT-CARD THRU 2300-EXIT          
048300                 GO TO 2100-EXIT                                  
048400             END-IF                                               
048500             MOVE KR-CONTROL-TIME TO KR-TARGET-TIME               
048600         END-IF                                                   
048700     END-IF.                                                      
048800     SET KR-REBUILD-RUN TO TRUE.                                  
048900     SET KR-REBUILD-DONE TO TRUE.                                 
049000 2100-EXIT.                                                       
049100     EXIT.                                                        
049200*                                                                 
049300***************************************************************** 
049400* 2200-CHECK-INQUIRE-CARD - THE DATE IS REQUIRED. THE LOG IS     *
049500* REPLAYED TO THE END OF THAT DAY, THE STATE THE CIPHER PROGRAMS *
049600* RUNNING THAT NIGHT WOULD HAVE SEEN.                            *
049700***************************************************************** 
049800 2200-CHECK-INQUIRE-CARD.                                         
049900     IF KR-CONTROL-DATE = SPACES                                  
050000         MOVE "CEASKRC0003 - AN INQUIRY NEEDS A DATE"             
050100             TO KR-MESSAGE-TEXT                                   
050200         PERFORM 2300-REJECT-CARD THRU 2300-EXIT                  
050300         GO TO 2200-EXIT                                          
050400     END-IF.                                                      
050500     PERFORM 2250-CHECK-CARD-DATE THRU 2250-EXIT.                 
050600     IF NOT KR-CARD-OK                                            
050700         GO TO 2200-EXIT                                          
050800     END-IF.                                                      
050900     MOVE 235959 TO KR-TARGET-TIME.                               
051000     MOVE KR-CONTROL-KEY-ID TO KR-INQUIRY-KEY-ID.                 
051100 2200-EXIT.                                                       
051200     EXIT.                                                        
051300*                                                                 
051400 2250-CHECK-CARD-DATE.                                            
051500     IF KR-CONTROL-DATE NOT NUMERIC                               
051600         MOVE "CEASKRC0003 - DATE IS NOT A VALID YYYYMMDD"        
051700             TO KR-MESSAGE-TEXT                                   
051800         PERFORM 2300-REJECT-CARD THRU 2300-EXIT                  
051900         GO TO 2250-EXIT                                          
052000     END-IF.                                                      
052100     MOVE KR-CONTROL-DATE TO KR-WORK-DATE.                        
052200     IF FUNCTION INTEGER-OF-DATE(KR-WORK-DATE) = ZERO             
052300         MOVE "CEASKRC0003 - DATE IS NOT A VALID YYYYMMDD"        
052400             TO KR-MESSAGE-TEXT                                   
052500         PERFORM 2300-REJECT-CARD THRU 2300-EXIT                  
052600         GO TO 2250-EXIT                                          
052700     END-IF.                                                      
052800     MOVE KR-WORK-DATE TO KR-TARGET-DATE.                         
052900 2250-EXIT.                                                       
053000     EXIT.                                                        
053100*                                                                 
053200 2300-REJECT-CARD.                                                
053300     MOVE "N" TO KR-CARD-SWITCH.                                  
053400     ADD 1 TO KR-TOT-BAD-CARDS.                                   
053500     DISPLAY KR-MESSAGE-TEXT.                                     
053600     PERFORM 2750-PRINT-MESSAGE THRU 2750-EXIT.                   
053700 2300-EXIT.                                                       
053800     EXIT.                                                        
053900*                                                                 
054000***************************************************************** 
054100* 2650-FORMAT-DATE - EDIT A YYYYMMDD DATE IN KR-DATE-IN INTO THE *
054200* YYYY/MM/DD SHAPE THE REPORT PRINTS.                            *
054300***************************************************************** 
054400 2650-FORMAT-DATE.                                                
054500     MOVE KR-DATE-IN(1:4) TO KR-DATE-ED-YYYY.                     
054600     MOVE KR-DATE-IN(5:2) TO KR-DATE-ED-MM.                       
054700     MOVE KR-DATE-IN(7:2) TO KR-DATE-ED-DD.                       
054800 2650-EXIT.                                                       
054900     EXIT.                                                        
055000*                                                                 
055100***************************************************************** 
055200* 2660-FORMAT-TIME - EDIT AN HHMMSS TIME IN KR-TIME-IN INTO      *
055300* HH:MM:SS.                                                      *
055400***************************************************************** 
055500 2660-FORMAT-TIME.                                                
055600     MOVE KR-TIME-IN(1:2) TO KR-TIME-ED-HH.                       
055700     MOVE KR-TIME-IN(3:2) TO KR-TIME-ED-MM.                       
055800     MOVE KR-TIME-IN(5:2) TO KR-TIME-ED-SS.                       
055900 2660-EXIT.                                                       
056000     EXIT.                                                        
056100*                                                                 
056200***************************************************************** 
056300* 2700-PRINT-REPORT-LINE - PRINT ONE LINE FROM KR-PRINT-LINE,    *
056400* BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE PAGE IS FULL.    *
056500* EACH CONTROL CARD STARTS A NEW PAGE.                           *
056600***************************************************************** 
056700 2700-PRINT-REPORT-LINE.                                          
056800     IF KR-LINE-COUNT > KR-LINES-PER-PAGE                         
056900         PERFORM 2800-PRINT-PAGE-HEADING THRU 2800-EXIT           
057000     END-IF.                                                      
057100     WRITE KR-REPORT-REC FROM KR-PRINT-LINE                       
057200         AFTER ADVANCING 1 LINE.                                  
057300     ADD 1 TO KR-LINE-COUNT.                                      
057400 2700-EXIT.                                                       
057500     EXIT.                                                        
057600*                                                                 
057700 2750-PRINT-MESSAGE.                                              
057800     MOVE KR-MESSAGE-LINE TO KR-PRINT-LINE.                       
057900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
058000 2750-EXIT.                                                       
058100     EXIT.                                                        
058200*                                                                 
058300 2800-PRINT-PAGE-HEADING.                                         
058400     ADD 1 TO KR-PAGE-COUNT.                                      
058500     MOVE KR-PAGE-COUNT TO KR-HEAD-PAGE.                          
058600     WRITE KR-REPORT-REC FROM KR-HEADING-1                        
058700         AFTER ADVANCING PAGE.                                    
058800     WRITE KR-REPORT-REC FROM KR-HEADING-2                        
058900         AFTER ADVANCING 1 LINE.                                  
059000     MOVE SPACES TO KR-REPORT-REC.                                
059100     WRITE KR-REPORT-REC AFTER ADVANCING 1 LINE.                  
059200     MOVE 3 TO KR-LINE-COUNT.                                     
059300 2800-EXIT.                                                       
059400     EXIT.                                                        
059500*                                                                 
059600***************************************************************** 
059700* 3000-REPLAY-TO-TARGET - LOAD THE UNLOAD INTO THE TABLE, THEN   *
059800* APPLY EVERY LOG RECORD STAMPED AFTER THE UNLOAD AND NO LATER   *
059900* THAN THE TARGET. A REBUILD LISTS EVERY LOG RECORD IT APPLIES;  *
060000* AN INQUIRY LISTS ONLY THE ONES THAT WOULD NOT APPLY.           *
060100***************************************************************** 
060200 3000-REPLAY-TO-TARGET.                                           
060300     SET KR-REPLAY-OK TO TRUE.                                    
060400     MOVE ZERO TO KR-GEN-COUNT.                                   
060500     MOVE ZERO TO KR-CNT-LOADED.                                  
060600     MOVE ZERO TO KR-CNT-LOG-READ.                                
060700     MOVE ZERO TO KR-CNT-LOG-BEFORE.                              
060800     MOVE ZERO TO KR-CNT-LOG-APPLIED.                             
060900     MOVE ZERO TO KR-CNT-LOG-AFTER.                               
061000     MOVE ZERO TO KR-CNT-LOG-EXCEPTIONS.                          
061100     COMPUTE KR-TARGET-STAMP =                                    
061200         KR-TARGET-DATE * 1000000 + KR-TARGET-TIME.               
061300     PERFORM 3100-LOAD-UNLOAD THRU 3100-EXIT.                     
061400     MOVE KR-UNLOAD-DATE TO KR-DATE-IN.                           
061500     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
061600     MOVE KR-DATE-EDITED TO KR-REP-UNLOAD-DATE.                   
061700     MOVE KR-UNLOAD-TIME TO KR-TIME-IN.                           
061800     PERFORM 2660-FORMAT-TIME THRU 2660-EXIT.                     
061900     MOVE KR-TIME-EDITED TO KR-REP-UNLOAD-TIME.                   
062000     IF KR-TARGET-DATE = 99999999                                 
062100         MOVE "END OF LOG" TO KR-REP-TARGET-DATE                  
062200         MOVE SPACES TO KR-REP-TARGET-TIME                        
062300     ELSE                                                         
062400         MOVE KR-TARGET-DATE TO KR-DATE-IN                        
062500         PERFORM 2650-FORMAT-DATE THRU 2650-EXIT                  
062600         MOVE KR-DATE-EDITED TO KR-REP-TARGET-DATE                
062700         MOVE KR-TARGET-TIME TO KR-TIME-IN                        
062800         PERFORM 2660-FORMAT-TIME THRU 2660-EXIT                  
062900         MOVE KR-TIME-EDITED TO KR-REP-TARGET-TIME                
063000     END-IF.                                                      
063100     MOVE KR-REPLAY-LINE TO KR-PRINT-LINE.                        
063200     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
063300     IF KR-UNLOAD-STAMP > KR-TARGET-STAMP                         
063400         MOVE "CEASKRC0008 - THE UNLOAD IS LATER THAN THE "       
063500             TO KR-MESSAGE-TEXT                                   
063600         MOVE "TARGET - USE AN EARLIER UNLOAD GENERATION"         
063700             TO KR-MESSAGE-TEXT(44:41)                            
063800         DISPLAY KR-MESSAGE-TEXT                                  
063900         PERFORM 2750-PRINT-MESSAGE THRU 2750-EXIT                
064000         MOVE "N" TO KR-REPLAY-SWITCH                             
064100         ADD 1 TO KR-TOT-BAD-CARDS                                
064200         GO TO 3000-EXIT                                          
064300     END-IF.                                                      
064400     IF KR-REBUILD-RUN                                            
064500         MOVE SPACES TO KR-PRINT-LINE                             
064600         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
064700         MOVE KR-LOG-HEADER-LINE TO KR-PRINT-LINE                 
064800         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
064900     END-IF.                                                      
065000     MOVE "N" TO KR-LOG-EOF-SWITCH.                               
065100     OPEN INPUT KEY-CHANGE-LOG-FILE.                              
065200     PERFORM 3200-READ-LOG-RECORD THRU 3200-EXIT                  
065300         UNTIL KR-END-OF-LOG.                                     
065400     CLOSE KEY-CHANGE-LOG-FILE.                                   
065500     ADD KR-CNT-LOG-EXCEPTIONS TO KR-TOT-EXCEPTIONS.              
065600 3000-EXIT.                                                       
065700     EXIT.                                                        
065800*                                                                 
065900***************************************************************** 
066000* 3100-LOAD-UNLOAD - THE UNLOAD MUST LEAD WITH ITS *HDR AND END  *
066100* WITH A *TRL WHOSE COUNT AGREES, OR IT IS NOT A COMPLETE COPY   *
066200* OF THE TABLE AND NOTHING BUILT FROM IT CAN BE TRUSTED. AN      *
066300* EMPTY (DUMMY) UNLOAD STARTS FROM AN EMPTY TABLE AND THE WHOLE  *
066400* LOG IS REPLAYED.                                               *
066500***************************************************************** 
066600 3100-LOAD-UNLOAD.                                                
066700     MOVE "N" TO KR-UNLOAD-EOF-SWITCH.                            
066800     MOVE "N" TO KR-TRAILER-SWITCH.                               
066900     MOVE ZERO TO KR-UNLOAD-DATE.                                 
067000     MOVE ZERO TO KR-UNLOAD-TIME.                                 
067100     MOVE ZERO TO KR-UNLOAD-STAMP.                                
067200     OPEN INPUT KEY-UNLOAD-FILE.                                  
067300     READ KEY-UNLOAD-FILE                                         
067400         AT END                                                   
067500             MOVE "NO UNLOAD SUPPLIED - THE WHOLE LOG IS REPLAYED"
067600                 TO KR-MESSAGE-TEXT                               
067700             PERFORM 2750-PRINT-MESSAGE THRU 2750-EXIT            
067800             CLOSE KEY-UNLOAD-FILE                                
067900             GO TO 3100-EXIT                                      
068000     END-READ.                                                    
068100     IF NOT KU-HEADER-REC                                         
068200         DISPLAY "CEASKRC0005 - CEASKUNL DOES NOT LEAD WITH A "   
068300             "*HDR"                                               
068400         MOVE 16 TO RETURN-CODE                                   
068500         GO TO 9900-ABEND-ROUTINE                                 
068600     END-IF.                                                      
068700     MOVE KU-HDR-DATE TO KR-UNLOAD-DATE.                          
068800     MOVE KU-HDR-TIME TO KR-UNLOAD-TIME.                          
068900     COMPUTE KR-UNLOAD-STAMP =                                    
069000         KR-UNLOAD-DATE * 1000000 + KR-UNLOAD-TIME.               
069100     PERFORM 3110-LOAD-ONE-GENERATION THRU 3110-EXIT              
069200         UNTIL KR-END-OF-UNLOAD OR KR-TRAILER-SEEN.               
069300     CLOSE KEY-UNLOAD-FILE.                                       
069400     IF NOT KR-TRAILER-SEEN OR KR-UNLOAD-COUNT NOT = KR-CNT-LOADED
069500         DISPLAY "CEASKRC0006 - CEASKUNL IS INCOMPLETE - "        
069600             KR-CNT-LOADED " GENERATION(S) READ, *TRL COUNT "     
069700             KR-UNLOAD-COUNT                                      
069800         MOVE 16 TO RETURN-CODE                                   
069900         GO TO 9900-ABEND-ROUTINE                                 
070000     END-IF.                                                      
070100 3100-EXIT.                                                       
070200     EXIT.                                                        
070300*                                                                 
070400 3110-LOAD-ONE-GENERATION.                                        
070500     READ KEY-UNLOAD-FILE                                         
070600         AT END                                                   
070700             SET KR-END-OF-UNLOAD TO TRUE                         
070800             GO TO 3110-EXIT                                      
070900     END-READ.                                                    
071000     IF KU-TRAILER-REC                                            
071100         SET KR-TRAILER-SEEN TO TRUE                              
071200         MOVE KU-TRL-COUNT TO KR-UNLOAD-COUNT                     
071300         GO TO 3110-EXIT                                          
071400     END-IF.                                                      
071500     IF KR-GEN-COUNT = KR-GEN-MAX                                 
071600         PERFORM 3690-TABLE-FULL THRU 3690-EXIT                   
071700     END-IF.                                                      
071800     ADD 1 TO KR-GEN-COUNT.                                       
071900     MOVE KEY-UNLOAD-REC TO KR-T-IMAGE(KR-GEN-COUNT).             
072000     MOVE "N" TO KR-T-HELD(KR-GEN-COUNT).                         
072100     ADD 1 TO KR-CNT-LOADED.                                      
072200 3110-EXIT.                                                       
072300     EXIT.                                                        
072400*                                                                 
072500***************************************************************** 
072600* 3200-READ-LOG-RECORD - SORT ONE LOG RECORD INTO ALREADY IN THE *
072700* UNLOAD, PAST THE TARGET, OR TO BE APPLIED.                     *
072800***************************************************************** 
072900 3200-READ-LOG-RECORD.                                            
073000     READ KEY-CHANGE-LOG-FILE                                     
073100         AT END                                                   
073200             SET KR-END-OF-LOG TO TRUE                            
073300             GO TO 3200-EXIT                                      
073400     END-READ.                                                    
073500     ADD 1 TO KR-CNT-LOG-READ.                                    
073600     COMPUTE KR-LOG-STAMP = LG-DATE * 1000000 + LG-TIME.          
073700     IF KR-LOG-STAMP NOT > KR-UNLOAD-STAMP                        
073800         ADD 1 TO KR-CNT-LOG-BEFORE                               
073900         GO TO 3200-EXIT                                          
074000     END-IF.                                                      
074100     IF KR-LOG-STAMP > KR-TARGET-STAMP                            
074200         ADD 1 TO KR-CNT-LOG-AFTER                                
074300         GO TO 3200-EXIT                                          
074400     END-IF.                                                      
074500     PERFORM 3300-APPLY-LOG-RECORD THRU 3300-EXIT.                
074600 3200-EXIT.                                                       
074700     EXIT.                                                        
074800*                                                                 
074900***************************************************************** 
075000* 3300-APPLY-LOG-RECORD - REDO ONE CEASMNT CHANGE AGAINST THE    *
075100* TABLE THE SAME WAY CEASMNT MADE IT. A CHANGE THAT WILL NOT     *
075200* APPLY (ITS GENERATION MISSING, OR NOT IN THE STATE THE ACTION  *
075300* NEEDS) MEANS THE UNLOAD AND LOG DO NOT BELONG TOGETHER; IT IS  *
075400* REPORTED AND THE REPLAY CARRIES ON.                            *
075500***************************************************************** 
075600 3300-APPLY-LOG-RECORD.                                           
075700     MOVE "N" TO KR-EXCEPTION-SWITCH.                             
075800     MOVE "APPLIED" TO KR-LOG-RESULT.                             
075900     MOVE LG-KEY-ID TO KR-SEARCH-KEY-ID.                          
076000     MOVE LG-EFF-DATE TO KR-SEARCH-EFF-DATE.                      
076100     PERFORM 3400-FIND-GENERATION THRU 3400-EXIT.                 
076200     EVALUATE LG-ACTION                                           
076300         WHEN "ADD"                                               
076400             PERFORM 3510-REPLAY-ADD THRU 3510-EXIT               
076500         WHEN "APPROV"                                            
076600         WHEN "REJECT"                                            
076700             PERFORM 3520-REPLAY-APPROVAL THRU 3520-EXIT          
076800         WHEN "RETIRE"                                            
076900             PERFORM 3530-REPLAY-RETIRE THRU 3530-EXIT            
077000         WHEN "COMPRO"                                            
077100             PERFORM 3540-REPLAY-COMPROMISE THRU 3540-EXIT        
077200         WHEN OTHER                                               
077300             MOVE "ACTION NOT RECOGNIZED" TO KR-LOG-RESULT        
077400             SET KR-LOG-EXCEPTION TO TRUE                         
077500     END-EVALUATE.                                                
077600     IF KR-LOG-EXCEPTION                                          
077700         ADD 1 TO KR-CNT-LOG-EXCEPTIONS                           
077800     ELSE                                                         
077900         ADD 1 TO KR-CNT-LOG-APPLIED                              
078000     END-IF.                                                      
078100     IF KR-REBUILD-RUN OR KR-LOG-EXCEPTION                        
078200         PERFORM 3390-PRINT-LOG-LINE THRU 3390-EXIT               
078300     END-IF.                                                      
078400 3300-EXIT.                                                       
078500     EXIT.                                                        
078600*                                                                 
078700 3390-PRINT-LOG-LINE.                                             
078800     MOVE LG-DATE TO KR-DATE-IN.                                  
078900     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
079000     MOVE KR-DATE-EDITED TO KR-LOG-DATE.                          
079100     MOVE LG-TIME TO KR-TIME-IN.                                  
079200     PERFORM 2660-FORMAT-TIME THRU 2660-EXIT.                     
079300     MOVE KR-TIME-EDITED TO KR-LOG-TIME.                          
079400     MOVE LG-SOURCE TO KR-LOG-SOURCE.                             
079500     MOVE LG-ACTION TO KR-LOG-ACTION.                             
079600     MOVE LG-KEY-ID TO KR-LOG-KEY-ID.                             
079700     MOVE LG-EFF-DATE TO KR-DATE-IN.                              
079800     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
079900     MOVE KR-DATE-EDITED TO KR-LOG-EFF-DATE.                      
080000     MOVE LG-USER-ID TO KR-LOG-USER-ID.                           
080100     MOVE KR-LOG-LINE TO KR-PRINT-LINE.                           
080200     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
080300 3390-EXIT.                                                       
080400     EXIT.                                                        
080500*                                                                 
080600***************************************************************** 
080700* 3400-FIND-GENERATION - LOOK UP KR-SEARCH-KEY IN THE TABLE. ON  *
080800* RETURN KR-GI IS THE MATCHING ENTRY WHEN KR-GEN-FOUND, AND      *
080900* OTHERWISE THE ENTRY A NEW GENERATION WOULD BE INSERTED AHEAD   *
081000* OF TO KEEP THE TABLE IN KEY ORDER.                             *
081100***************************************************************** 
081200 3400-FIND-GENERATION.                                            
081300     MOVE "N" TO KR-FOUND-SWITCH.                                 
081400     MOVE "N" TO KR-SEARCH-END-SWITCH.                            
081500     MOVE 1 TO KR-GI.                                             
081600     PERFORM 3410-CHECK-ONE-ENTRY THRU 3410-EXIT                  
081700         UNTIL KR-SEARCH-END.                                     
081800 3400-EXIT.                                                       
081900     EXIT.                                                        
082000*                                                                 
082100 3410-CHECK-ONE-ENTRY.                                            
082200     IF KR-GI > KR-GEN-COUNT                                      
082300         SET KR-SEARCH-END TO TRUE                                
082400         GO TO 3410-EXIT                                          
082500     END-IF.                                                      
082600     IF KR-T-KEY(KR-GI) = KR-SEARCH-KEY                           
082700         SET KR-GEN-FOUND TO TRUE                                 
082800         SET KR-SEARCH-END TO TRUE                                
082900         GO TO 3410-EXIT                                          
083000     END-IF.                                                      
083100     IF KR-T-KEY(KR-GI) > KR-SEARCH-KEY                           
083200         SET KR-SEARCH-END TO TRUE                                
083300         GO TO 3410-EXIT                                          
083400     END-IF.                                                      
083500     ADD 1 TO KR-GI.                                              
083600 3410-EXIT.                                                       
083700     EXIT.                                                        
083800*                                                                 
083900***************************************************************** 
084000* 3510-REPLAY-ADD - BUILD THE NEW GENERATION FROM THE LOG        *
084100* RECORD, PENDING APPROVAL AS CEASMNT WROTE IT. AN ADD LOGGED    *
084200* BEFORE DUAL CONTROL CARRIES NO MAKER ID AND WENT LIVE ON       *
084300* ENTRY, SO IT IS REBUILT ACTIVE. A TYPE-V GENERATION IS REBUILT *
084400* WITHOUT ITS KEYWORD AND FLAGGED SO A REBUILD LEAVES IT OFF     *
084500* CEASKNEW.                                                      *
084600***************************************************************** 
084700 3510-REPLAY-ADD.                                                 
084800     IF KR-GEN-FOUND                                              
084900         MOVE "GENERATION ALREADY ON THE TABLE" TO KR-LOG-RESULT  
085000         SET KR-LOG-EXCEPTION TO TRUE                             
085100         GO TO 3510-EXIT                                          
085200     END-IF.                                                      
085300     MOVE SPACES TO CIPHER-KEY-REC.                               
085400     MOVE LG-KEY-ID TO CK-KEY-ID.                                 
085500     MOVE LG-EFF-DATE TO CK-EFFECTIVE-DATE.                       
085600     IF LG-KEY-TYPE = "V"                                         
085700         MOVE "V" TO CK-KEY-TYPE                                  
085800         MOVE ZERO TO CK-SHIFT-VALUE                              
085900         MOVE "N" TO CK-DIGIT-OPTION                              
086000     ELSE                                                         
086100         MOVE "C" TO CK-KEY-TYPE                                  
086200         MOVE LG-SHIFT TO CK-SHIFT-VALUE                          
086300         MOVE LG-DIGIT TO CK-DIGIT-OPTION                         
086400     END-IF.                                                      
086500     MOVE LG-DESCRIPTION TO CK-DESCRIPTION.                       
086600     IF LG-MAKER-ID = SPACES                                      
086700         MOVE "A" TO CK-STATUS                                    
086800         MOVE LG-USER-ID TO CK-MAKER-ID                           
086900         MOVE LG-DATE TO CK-MAKER-DATE                            
087000         MOVE LG-TIME TO CK-MAKER-TIME                            
087100     ELSE                                                         
087200         MOVE "P" TO CK-STATUS                                    
087300         MOVE LG-MAKER-ID TO CK-MAKER-ID                          
087400         MOVE LG-MAKER-DATE TO CK-MAKER-DATE                      
087500         MOVE LG-MAKER-TIME TO CK-MAKER-TIME                      
087600     END-IF.                                                      
087700     MOVE SPACES TO CK-CHECKER-ID.                                
087800     MOVE ZERO TO CK-CHECKER-DATE.                                
087900     MOVE ZERO TO CK-CHECKER-TIME.                                
088000     MOVE ZERO TO CK-COMPROMISE-DATE.                             
088100     PERFORM 3600-INSERT-GENERATION THRU 3600-EXIT.               
088200     IF CK-TYPE-VIGENERE                                          
088300         MOVE "Y" TO KR-T-HELD(KR-GI)                             
088400         MOVE "APPLIED - TYPE-V KEYWORD NOT ON LOG"               
088500             TO KR-LOG-RESULT                                     
088600     END-IF.                                                      
088700 3510-EXIT.                                                       
088800     EXIT.                                                        
088900*                                                                 
089000***************************************************************** 
089100* 3520-REPLAY-APPROVAL - APPROV MAKES THE PENDING GENERATION     *
089200* ACTIVE, REJECT MARKS IT X; THE LOGGED USER AND TIMESTAMP ARE   *
089300* THE CHECKER'S.                                                 *
089400***************************************************************** 
089500 3520-REPLAY-APPROVAL.                                            
089600     IF NOT KR-GEN-FOUND                                          
089700         MOVE "GENERATION NOT ON THE TABLE" TO KR-LOG-RESULT      
089800         SET KR-LOG-EXCEPTION TO TRUE                             
089900         GO TO 3520-EXIT                                          
090000     END-IF.                                                      
090100     MOVE KR-T-IMAGE(KR-GI) TO CIPHER-KEY-REC.                    
090200     IF NOT CK-GEN-PENDING                                        
090300         MOVE "GENERATION WAS NOT PENDING APPROVAL"               
090400             TO KR-LOG-RESULT                                     
090500         SET KR-LOG-EXCEPTION TO TRUE                             
090600         GO TO 3520-EXIT                                          
090700     END-IF.                                                      
090800     IF LG-ACTION = "APPROV"                                      
090900         MOVE "A" TO CK-STATUS                                    
091000     ELSE                                                         
091100         MOVE "X" TO CK-STATUS                                    
091200     END-IF.                                                      
091300     MOVE LG-USER-ID TO CK-CHECKER-ID.                            
091400     MOVE LG-DATE TO CK-CHECKER-DATE.                             
091500     MOVE LG-TIME TO CK-CHECKER-TIME.                             
091600     MOVE CIPHER-KEY-REC TO KR-T-IMAGE(KR-GI).                    
091700 3520-EXIT.                                                       
091800     EXIT.                                                        
091900*                                                                 
092000 3530-REPLAY-RETIRE.                                              
092100     IF NOT KR-GEN-FOUND                                          
092200         MOVE "GENERATION NOT ON THE TABLE" TO KR-LOG-RESULT      
092300         SET KR-LOG-EXCEPTION TO TRUE                             
092400         GO TO 3530-EXIT                                          
092500     END-IF.                                                      
092600     MOVE KR-T-IMAGE(KR-GI) TO CIPHER-KEY-REC.                    
092700     MOVE "R" TO CK-STATUS.                                       
092800     MOVE CIPHER-KEY-REC TO KR-T-IMAGE(KR-GI).                    
092900 3530-EXIT.                                                       
093000     EXIT.                                                        
093100*                                                                 
093200 3540-REPLAY-COMPROMISE.                                          
093300     IF NOT KR-GEN-FOUND                                          
093400         MOVE "GENERATION NOT ON THE TABLE" TO KR-LOG-RESULT      
093500         SET KR-LOG-EXCEPTION TO TRUE                             
093600         GO TO 3540-EXIT                                          
093700     END-IF.                                                      
093800     MOVE KR-T-IMAGE(KR-GI) TO CIPHER-KEY-REC.                    
093900     MOVE "C" TO CK-STATUS.                                       
094000     IF LG-AS-OF-DATE NUMERIC                                     
094100         MOVE LG-AS-OF-DATE TO CK-COMPROMISE-DATE                 
094200     ELSE                                                         
094300         MOVE LG-EFF-DATE TO CK-COMPROMISE-DATE                   
094400     END-IF.                                                      
094500     MOVE CIPHER-KEY-REC TO KR-T-IMAGE(KR-GI).                    
094600 3540-EXIT.                                                       
094700     EXIT.                                                        
094800*                                                                 
094900***************************************************************** 
095000* 3600-INSERT-GENERATION - OPEN A SLOT AT KR-GI BY MOVING EVERY  *
095100* LATER ENTRY UP ONE, AND PUT CIPHER-KEY-REC IN IT.              *
095200***************************************************************** 
095300 3600-INSERT-GENERATION.                                          
095400     IF KR-GEN-COUNT = KR-GEN-MAX                                 
095500         PERFORM 3690-TABLE-FULL THRU 3690-EXIT                   
095600     END-IF.                                                      
095700     PERFORM 3610-MOVE-ONE-ENTRY-UP THRU 3610-EXIT                
095800         VARYING KR-GJ FROM KR-GEN-COUNT BY -1                    
095900         UNTIL KR-GJ < KR-GI.                                     
096000     ADD 1 TO KR-GEN-COUNT.                                       
096100     MOVE CIPHER-KEY-REC TO KR-T-IMAGE(KR-GI).                    
096200     MOVE "N" TO KR-T-HELD(KR-GI).                                
096300 3600-EXIT.                                                       
096400     EXIT.                                                        
096500*                                                                 
096600 3610-MOVE-ONE-ENTRY-UP.                                          
096700     COMPUTE KR-GK = KR-GJ + 1.                                   
096800     MOVE KR-GEN(KR-GJ) TO KR-GEN(KR-GK).                         
096900 3610-EXIT.                                                       
097000     EXIT.                                                        
097100*                                                                 
097200 3690-TABLE-FULL.                                                 
097300     DISPLAY "CEASKRC0007 - KEY TABLE FULL AT " KR-GEN-MAX        
097400         " GENERATIONS".                                          
097500     MOVE 16 TO RETURN-CODE.                                      
097600     GO TO 9900-ABEND-ROUTINE.                                    
097700 3690-EXIT.                                                       
097800     EXIT.                                                        
097900*                                                                 
098000***************************************************************** 
098100* 4000-WRITE-REBUILT-TABLE - LOAD CEASKNEW FROM THE TABLE IN KEY *
098200* ORDER, LEAVING OFF ANY TYPE-V GENERATION WHOSE KEYWORD THE LOG *
098300* COULD NOT SUPPLY, AND LIST THOSE FOR RE-ENTRY.                 *
098400***************************************************************** 
098500 4000-WRITE-REBUILT-TABLE.                                        
098600     OPEN OUTPUT REBUILT-KEY-FILE.                                
098700     IF KR-NEW-FILE-STATUS NOT = "00"                             
098800         DISPLAY "CEASKRC0009 - CEASKNEW OPEN FAILED, STATUS "    
098900             KR-NEW-FILE-STATUS                                   
099000         MOVE 19 TO RETURN-CODE                                   
099100         GO TO 9900-ABEND-ROUTINE                                 
099200     END-IF.                                                      
099300     MOVE ZERO TO KR-CNT-WRITTEN.                                 
099400     MOVE ZERO TO KR-CNT-HELD.                                    
099500     MOVE SPACES TO KR-PRINT-LINE.                                
099600     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
099700     PERFORM 4100-WRITE-ONE-GENERATION THRU 4100-EXIT             
099800         VARYING KR-GI FROM 1 BY 1                                
099900         UNTIL KR-GI > KR-GEN-COUNT.                              
100000     CLOSE REBUILT-KEY-FILE.                                      
100100     ADD KR-CNT-HELD TO KR-TOT-HELD.                              
100200     MOVE SPACES TO KR-PRINT-LINE.                                
100300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
100400     MOVE "GENERATIONS LOADED FROM THE UNLOAD" TO KR-COUNT-LABEL. 
100500     MOVE KR-CNT-LOADED TO KR-COUNT-VALUE.                        
100600     PERFORM 4900-PRINT-COUNT-LINE THRU 4900-EXIT.                
100700     MOVE "LOG RECORDS READ" TO KR-COUNT-LABEL.                   
100800     MOVE KR-CNT-LOG-READ TO KR-COUNT-VALUE.                      
100900     PERFORM 4900-PRINT-COUNT-LINE THRU 4900-EXIT.                
101000     MOVE "LOG RECORDS ALREADY IN THE UNLOAD" TO KR-COUNT-LABEL.  
101100     MOVE KR-CNT-LOG-BEFORE TO KR-COUNT-VALUE.                    
101200     PERFORM 4900-PRINT-COUNT-LINE THRU 4900-EXIT.                
101300     MOVE "LOG RECORDS APPLIED" TO KR-COUNT-LABEL.                
101400     MOVE KR-CNT-LOG-APPLIED TO KR-COUNT-VALUE.                   
101500     PERFORM 4900-PRINT-COUNT-LINE THRU 4900-EXIT.                
101600     MOVE "LOG RECORDS THAT WOULD NOT APPLY" TO KR-COUNT-LABEL.   
101700     MOVE KR-CNT-LOG-EXCEPTIONS TO KR-COUNT-VALUE.                
101800     PERFORM 4900-PRINT-COUNT-LINE THRU 4900-EXIT.                
101900     MOVE "LOG RECORDS AFTER THE TARGET" TO KR-COUNT-LABEL.       
102000     MOVE KR-CNT-LOG-AFTER TO KR-COUNT-VALUE.                     
102100     PERFORM 4900-PRINT-COUNT-LINE THRU 4900-EXIT.                
102200     MOVE "GENERATIONS WRITTEN TO CEASKNEW" TO KR-COUNT-LABEL.    
102300     MOVE KR-CNT-WRITTEN TO KR-COUNT-VALUE.                       
102400     PERFORM 4900-PRINT-COUNT-LINE THRU 4900-EXIT.                
102500     MOVE "TYPE-V GENERATIONS TO RE-ENTER" TO KR-COUNT-LABEL.     
102600     MOVE KR-CNT-HELD TO KR-COUNT-VALUE.                          
102700     PERFORM 4900-PRINT-COUNT-LINE THRU 4900-EXIT.                
102800 4000-EXIT.                                                       
102900     EXIT.                                                        
103000*                                                                 
103100 4100-WRITE-ONE-GENERATION.                                       
103200     IF KR-T-KEYWORD-LOST(KR-GI)                                  
103300         MOVE KR-T-IMAGE(KR-GI) TO CIPHER-KEY-REC                 
103400         MOVE CK-KEY-ID TO KR-HELD-KEY-ID                         
103500         MOVE CK-EFFECTIVE-DATE TO KR-DATE-IN                     
103600         PERFORM 2650-FORMAT-DATE THRU 2650-EXIT                  
103700         MOVE KR-DATE-EDITED TO KR-HELD-EFF-DATE                  
103800         MOVE CK-STATUS TO KR-HELD-STATUS                         
103900         MOVE KR-HELD-LINE TO KR-PRINT-LINE                       
104000         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
104100         ADD 1 TO KR-CNT-HELD                                     
104200         GO TO 4100-EXIT                                          
104300     END-IF.                                                      
104400     WRITE KR-NEW-REC FROM KR-T-IMAGE(KR-GI).                     
104500     IF KR-NEW-FILE-STATUS NOT = "00"                             
104600         DISPLAY "CEASKRC0009 - CEASKNEW WRITE FAILED, STATUS "   
104700             KR-NEW-FILE-STATUS " AT KEY " KR-T-KEY(KR-GI)        
104800         MOVE 16 TO RETURN-CODE                                   
104900         GO TO 9900-ABEND-ROUTINE                                 
105000     END-IF.                                                      
105100     ADD 1 TO KR-CNT-WRITTEN.                                     
105200 4100-EXIT.                                                       
105300     EXIT.                                                        
105400*                                                                 
105500 4900-PRINT-COUNT-LINE.                                           
105600     MOVE KR-COUNT-LINE TO KR-PRINT-LINE.                         
105700     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
105800 4900-EXIT.                                                       
105900     EXIT.                                                        
106000*                                                                 
106100***************************************************************** 
106200* 5000-ANSWER-INQUIRY - ANSWER FOR THE ONE KEY-ID ON THE CARD,   *
106300* OR FOR EVERY KEY-ID ON THE TABLE WHEN THE CARD LEAVES IT       *
106400* BLANK.                                                         *
106500***************************************************************** 
106600 5000-ANSWER-INQUIRY.                                             
106700     ADD 1 TO KR-TOT-INQUIRIES.                                   
106800     MOVE SPACES TO KR-PRINT-LINE.                                
106900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
107000     MOVE KR-ANSWER-HEADER-LINE TO KR-PRINT-LINE.                 
107100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
107200     IF KR-INQUIRY-KEY-ID = SPACES                                
107300         MOVE 1 TO KR-GI                                          
107400         PERFORM 5100-ANSWER-ONE-KEY-ID THRU 5100-EXIT            
107500             UNTIL KR-GI > KR-GEN-COUNT                           
107600         GO TO 5000-EXIT                                          
107700     END-IF.                                                      
107800     MOVE KR-INQUIRY-KEY-ID TO KR-SEARCH-KEY-ID.                  
107900     MOVE ZERO TO KR-SEARCH-EFF-DATE.                             
108000     PERFORM 3400-FIND-GENERATION THRU 3400-EXIT.                 
108100     IF KR-GI > KR-GEN-COUNT                                      
108200         PERFORM 5200-PRINT-KEY-NOT-FOUND THRU 5200-EXIT          
108300         GO TO 5000-EXIT                                          
108400     END-IF.                                                      
108500     IF KR-T-KEY-ID(KR-GI) NOT = KR-INQUIRY-KEY-ID                
108600         PERFORM 5200-PRINT-KEY-NOT-FOUND THRU 5200-EXIT          
108700         GO TO 5000-EXIT                                          
108800     END-IF.                                                      
108900     PERFORM 5100-ANSWER-ONE-KEY-ID THRU 5100-EXIT.               
109000 5000-EXIT.                                                       
109100     EXIT.                                                        
109200*                                                                 
109300***************************************************************** 
109400* 5100-ANSWER-ONE-KEY-ID - WALK THE GENERATIONS OF THE KEY-ID AT *
109500* KR-GI THE WAY THE CIPHER PROGRAMS' LOOKUP DOES AND PRINT THE   *
109600* ONE IN EFFECT ON THE INQUIRY DATE. ON RETURN KR-GI IS THE      *
109700* FIRST ENTRY OF THE NEXT KEY-ID.                                *
109800***************************************************************** 
109900 5100-ANSWER-ONE-KEY-ID.                                          
110000     MOVE KR-T-KEY-ID(KR-GI) TO KR-ANS-KEY-ID.                    
110100     MOVE "N" TO KR-ANS-FOUND-SWITCH.                             
110200     MOVE ZERO TO KR-ANS-EFF-DATE.                                
110300     MOVE ZERO TO KR-ANS-COMPROMISED-DATE.                        
110400     MOVE ZERO TO KR-ANS-PENDING-DATE.                            
110500     MOVE "N" TO KR-SEARCH-END-SWITCH.                            
110600     PERFORM 5110-CHECK-ONE-GENERATION THRU 5110-EXIT             
110700         UNTIL KR-SEARCH-END.                                     
110800     MOVE SPACES TO KR-ANSWER-LINE.                               
110900     MOVE KR-ANS-KEY-ID TO KR-ANS-LINE-KEY-ID.                    
111000     MOVE KR-TARGET-DATE TO KR-DATE-IN.                           
111100     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
111200     MOVE KR-DATE-EDITED TO KR-ANS-LINE-AS-OF.                    
111300     IF KR-ANS-FOUND                                              
111400         MOVE KR-ANS-EFF-DATE TO KR-DATE-IN                       
111500         PERFORM 2650-FORMAT-DATE THRU 2650-EXIT                  
111600         MOVE KR-DATE-EDITED TO KR-ANS-LINE-GEN-DATE              
111700         MOVE KR-ANS-TYPE TO KR-ANS-LINE-TYPE                     
111800         MOVE KR-ANS-DIGIT TO KR-ANS-LINE-DIGIT                   
111900         IF KR-ANS-TYPE = "V"                                     
112000             MOVE SPACES TO KR-ANS-LINE-SHIFT                     
112100             MOVE "IN EFFECT - KEYWORD KEY" TO KR-ANS-LINE-REMARK 
112200         ELSE                                                     
112300             MOVE KR-ANS-SHIFT TO KR-ANS-LINE-SHIFT               
112400             MOVE "IN EFFECT" TO KR-ANS-LINE-REMARK               
112500         END-IF                                                   
112600     ELSE                                                         
112700         IF KR-ANS-COMPROMISED-DATE > ZERO                        
112800             MOVE KR-ANS-COMPROMISED-DATE TO KR-DATE-IN           
112900             PERFORM 2650-FORMAT-DATE THRU 2650-EXIT              
113000             MOVE KR-DATE-EDITED TO KR-ANS-LINE-GEN-DATE          
113100             MOVE "COMPROMISED - NO KEY IN USE"                   
113200                 TO KR-ANS-LINE-REMARK                            
113300         ELSE                                                     
113400             MOVE "NO GENERATION IN EFFECT" TO KR-ANS-LINE-REMARK 
113500         END-IF                                                   
113600     END-IF.                                                      
113700     IF KR-ANS-PENDING-DATE > ZERO                                
113800         MOVE KR-ANS-PENDING-DATE TO KR-DATE-IN                   
113900         PERFORM 2650-FORMAT-DATE THRU 2650-EXIT                  
114000         MOVE "- LATER GENERATION            STILL PENDING"       
114100             TO KR-ANS-LINE-REMARK(30:43)                         
114200         MOVE KR-DATE-EDITED TO KR-ANS-LINE-REMARK(49:10)         
114300     END-IF.                                                      
114400     MOVE KR-ANSWER-LINE TO KR-PRINT-LINE.                        
114500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
114600 5100-EXIT.                                                       
114700     EXIT.                                                        
114800*                                                                 
114900 5110-CHECK-ONE-GENERATION.                                       
115000     MOVE KR-T-IMAGE(KR-GI) TO CIPHER-KEY-REC.                    
115100     IF CK-EFFECTIVE-DATE NOT > KR-TARGET-DATE                    
115200         IF CK-GEN-ACTIVE                                         
115300             SET KR-ANS-FOUND TO TRUE                             
115400             MOVE CK-EFFECTIVE-DATE TO KR-ANS-EFF-DATE            
115500             MOVE CK-SHIFT-VALUE TO KR-ANS-SHIFT                  
115600             MOVE CK-KEY-TYPE TO KR-ANS-TYPE                      
115700             MOVE CK-DIGIT-OPTION TO KR-ANS-DIGIT                 
115800             MOVE ZERO TO KR-ANS-COMPROMISED-DATE                 
115900             MOVE ZERO TO KR-ANS-PENDING-DATE                     
116000         END-IF                                                   
116100         IF CK-GEN-PENDING                                        
116200             MOVE CK-EFFECTIVE-DATE TO KR-ANS-PENDING-DATE        
116300         END-IF                                                   
116400         IF CK-GEN-COMPROMISED                                    
116500             MOVE "N" TO KR-ANS-FOUND-SWITCH                      
116600             MOVE CK-EFFECTIVE-DATE TO KR-ANS-COMPROMISED-DATE    
116700         END-IF                                                   
116800     END-IF.                                                      
116900     ADD 1 TO KR-GI.                                              
117000     IF KR-GI > KR-GEN-COUNT                                      
117100         SET KR-SEARCH-END TO TRUE                                
117200     ELSE                                                         
117300         IF KR-T-KEY-ID(KR-GI) NOT = KR-ANS-KEY-ID                
117400             SET KR-SEARCH-END TO TRUE                            
117500         END-IF                                                   
117600     END-IF.                                                      
117700 5110-EXIT.                                                       
117800     EXIT.                                                        
117900*                                                                 
118000 5200-PRINT-KEY-NOT-FOUND.                                        
118100     MOVE SPACES TO KR-ANSWER-LINE.                               
118200     MOVE KR-INQUIRY-KEY-ID TO KR-ANS-LINE-KEY-ID.                
118300     MOVE KR-TARGET-DATE TO KR-DATE-IN.                           
118400     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
118500     MOVE KR-DATE-EDITED TO KR-ANS-LINE-AS-OF.                    
118600     MOVE "KEY-ID HAD NO GENERATIONS ON THE TABLE ON THIS DATE"   
118700         TO KR-ANS-LINE-REMARK.                                   
118800     MOVE KR-ANSWER-LINE TO KR-PRINT-LINE.                        
118900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
119000 5200-EXIT.                                                       
119100     EXIT.                                                        
119200*                                                                 
119300***************************************************************** 
119400* 8000-PRINT-FINAL-TOTALS - PRINT THE GRAND-TOTAL PAGE. A BAD    *
119500* CARD OR A LOG RECORD THAT WOULD NOT APPLY LEAVES RETURN CODE   *
119600* 8; OTHERWISE A TYPE-V GENERATION LEFT FOR RE-ENTRY LEAVES A    *
119700* WARNING RETURN CODE.                                           *
119800***************************************************************** 
119900 8000-PRINT-FINAL-TOTALS.                                         
120000     MOVE 99 TO KR-LINE-COUNT.                                    
120100     MOVE KR-GRAND-HEADER-LINE TO KR-PRINT-LINE.                  
120200     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
120300     MOVE "CONTROL CARDS READ" TO KR-COUNT-LABEL.                 
120400     MOVE KR-TOT-CARDS TO KR-COUNT-VALUE.                         
120500     PERFORM 4900-PRINT-COUNT-LINE THRU 4900-EXIT.                
120600     MOVE "CONTROL CARDS REJECTED" TO KR-COUNT-LABEL.             
120700     MOVE KR-TOT-BAD-CARDS TO KR-COUNT-VALUE.                     
120800     PERFORM 4900-PRINT-COUNT-LINE THRU 4900-EXIT.                
120900     MOVE "INQUIRIES ANSWERED" TO KR-COUNT-LABEL.                 
121000     MOVE KR-TOT-INQUIRIES TO KR-COUNT-VALUE.                     
121100     PERFORM 4900-PRINT-COUNT-LINE THRU 4900-EXIT.                
121200     MOVE "LOG RECORDS THAT WOULD NOT APPLY" TO KR-COUNT-LABEL.   
121300     MOVE KR-TOT-EXCEPTIONS TO KR-COUNT-VALUE.                    
121400     PERFORM 4900-PRINT-COUNT-LINE THRU 4900-EXIT.                
121500     MOVE "TYPE-V GENERATIONS TO RE-ENTER" TO KR-COUNT-LABEL.     
121600     MOVE KR-TOT-HELD TO KR-COUNT-VALUE.                          
121700     PERFORM 4900-PRINT-COUNT-LINE THRU 4900-EXIT.                
121800     IF KR-TOT-BAD-CARDS > ZERO OR KR-TOT-EXCEPTIONS > ZERO       
121900         DISPLAY "CEASKRC0010 - " KR-TOT-BAD-CARDS                
122000             " CARD(S) REJECTED, " KR-TOT-EXCEPTIONS              
122100             " LOG RECORD(S) WOULD NOT APPLY"                     
122200         MOVE 8 TO RETURN-CODE                                    
122300         GO TO 8000-EXIT                                          
122400     END-IF.                                                      
122500     IF KR-TOT-HELD > ZERO                                        
122600         DISPLAY "CEASKRC0011 - " KR-TOT-HELD                     
122700             " TYPE-V GENERATION(S) LEFT OFF CEASKNEW - RE-ENTER" 
122800             " IN CEASMNT"                                        
122900         MOVE 4 TO RETURN-CODE                                    
123000     END-IF.                                                      
123100 8000-EXIT.                                                       
123200     EXIT.                                                        
123300*                                                                 
123400***************************************************************** 
123500* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
123600***************************************************************** 
123700 9000-TERMINATE.                                                  
123800     CLOSE RECOVERY-CONTROL-FILE.                                 
123900     CLOSE RECOVERY-REPORT-FILE.                                  
124000 9000-EXIT.                                                       
124100     EXIT.                                                        
124200*                                                                 
124300***************************************************************** 
124400* 9900-ABEND-ROUTINE - REPORT A FATAL SETUP ERROR AND STOP.      *
124500***************************************************************** 
124600 9900-ABEND-ROUTINE.                                              
124700     DISPLAY "CEASKRC - JOB TERMINATED, RETURN CODE " RETURN-CODE.
124800     STOP RUN.                                                    
124900 9900-EXIT.                                                       
125000     EXIT.                                                        
