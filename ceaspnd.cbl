000100 IDENTIFICATION DIVISION.                                         
000200 PROGRAM-ID. CEASPND.                                             
000300 AUTHOR. M W KOVAC.                                               
000400 INSTALLATION. DATA SECURITY SERVICES.                            
000500 DATE-WRITTEN. 10/15/2026.                                        
000600 DATE-COMPILED.                                                   
000700***************************************************************** 
000800* CEASPND - KEY GENERATIONS PENDING APPROVAL                     *
000900*                                                                *
001000* DAILY LISTING OF EVERY GENERATION ON THE CEASER-KEY-FILE KEY   *
001100* TABLE STILL WAITING FOR ITS SECOND-USER APPROVAL IN CEASMNT.   *
001200* A PENDING GENERATION IS NEVER SELECTED BY ANY CIPHER PROGRAM,  *
001300* SO ONE THAT REACHES ITS EFFECTIVE DATE UNAPPROVED LEAVES THE   *
001400* PARTNER ON THE OLD KEY (OR ON NO KEY AT ALL). EACH LINE SHOWS  *
001500* THE GENERATION, WHO ENTERED IT AND WHEN, AND THE DAYS LEFT     *
001600* BEFORE ITS CUTOVER; ONE DUE WITHIN THE WARNING WINDOW (SYSIN,  *
001700* DEFAULT 3 DAYS) OR ALREADY PAST ITS DATE IS FLAGGED AND        *
001800* LEAVES A WARNING RETURN CODE, SO IT SURFACES BEFORE CUTOVER    *
001900* NIGHT. ENDS WITH A GRAND-TOTAL PAGE LIKE OUR OTHER DAILY       *
002000* REPORTS.                                                       *
002100***************************************************************** 
002200*                                                                 
002300* MODIFICATION HISTORY.                                           
002400*  DATE       INIT  DESCRIPTION                                   
002500*  10/15/2026 MWK   ORIGINAL CODING - PENDING-APPROVALS LISTING   
002600*                   FOR DUAL CONTROL OF NEW KEY GENERATIONS.      
002700*                                                                 
002800 ENVIRONMENT DIVISION.                                            
002900 CONFIGURATION SECTION.                                           
003000 SOURCE-COMPUTER. IBM-370.                                        
003100 OBJECT-COMPUTER. IBM-370.                                        
003200 INPUT-OUTPUT SECTION.                                            
003300 FILE-CONTROL.                                                    
003400     SELECT CEASER-KEY-FILE ASSIGN TO CEASKEY                     
003500         ORGANIZATION IS INDEXED                                  
003600         ACCESS MODE IS DYNAMIC                                   
003700         RECORD KEY IS CK-KEY                                     
003800         FILE STATUS IS PN-KEY-FILE-STATUS.                       
003900     SELECT PENDING-CONTROL-FILE ASSIGN TO SYSIN                  
004000         ORGANIZATION IS SEQUENTIAL.                              
004100     SELECT PENDING-REPORT-FILE ASSIGN TO CEASPND                 
004200         ORGANIZATION IS SEQUENTIAL.                              
004300*                                                                 
004400 DATA DIVISION.                                                   
004500 FILE SECTION.                                                    
004600*    KEYED CIPHER KEY TABLE - SWEPT ONCE, IN KEY-ID PLUS          
004700*    EFFECTIVE-DATE ORDER, THE WAY CEASKLR SWEEPS IT.             
004800 FD  CEASER-KEY-FILE                                              
004900     RECORD CONTAINS 128 CHARACTERS.                              
005000     COPY CIPHERKY.                                               
005100*                                                                 
005200*    SYSIN CONTROL CARD - OPTIONAL.                               
005300*    COLUMNS  1- 3  WARNING WINDOW IN DAYS - A PENDING            
005400*                   GENERATION WHOSE EFFECTIVE DATE IS THIS       
005500*                   MANY DAYS AWAY OR FEWER IS FLAGGED.           
005600*                   DEFAULTS TO 3 WHEN ABSENT.                    
005700*    COLUMNS  4-80  RESERVED.                                     
005800 FD  PENDING-CONTROL-FILE                                         
005900     RECORDING MODE IS F                                          
006000     RECORD CONTAINS 80 CHARACTERS.                               
006100 01  PN-CONTROL-REC.                                              
006200     05  PN-CONTROL-WINDOW       PIC X(03).                       
006300     05  FILLER                  PIC X(77).                       
006400*                                                                 
006500 FD  PENDING-REPORT-FILE                                          
006600     RECORDING MODE IS F                                          
006700     RECORD CONTAINS 132 CHARACTERS.                              
006800 01  PN-REPORT-REC               PIC X(132).                      
006900*                                                                 
007000 WORKING-STORAGE SECTION.                                         
007100*                                                                 
007200*    PROGRAM SWITCHES.                                            
007300 77  PN-SWEEP-EOF-SWITCH          PIC X(01) VALUE "N".            
007400     88  PN-SWEEP-EOF                        VALUE "Y".           
007500 77  PN-DUE-SWITCH                PIC X(01) VALUE "N".            
007600     88  PN-GEN-DUE                          VALUE "Y".           
007700*                                                                 
007800*    FILE STATUS FOR CEASER-KEY-FILE.                             
007900 77  PN-KEY-FILE-STATUS           PIC X(02) VALUE SPACES.         
008000*                                                                 
008100*    WARNING WINDOW AND DATE ARITHMETIC FIELDS. DAYS TO CUTOVER   
008200*    IS NEGATIVE FOR A GENERATION ALREADY PAST ITS DATE.          
008300 77  PN-WINDOW-DAYS               PIC 9(03) VALUE 3.              
008400 77  PN-RUN-DATE                  PIC 9(08) VALUE ZERO.           
008500 77  PN-RUN-DAY-NUMBER            PIC 9(08) VALUE ZERO.           
008600 77  PN-EFFECT-DAY-NUMBER         PIC 9(08) VALUE ZERO.           
008700 77  PN-DAYS-TO-CUTOVER           PIC S9(05) VALUE ZERO.          
008800*                                                                 
008900*    GRAND TOTAL COUNTERS FOR THE FINAL PAGE.                     
009000 77  PN-TOT-PENDING               PIC 9(05) COMP VALUE ZERO.      
009100 77  PN-TOT-DUE                   PIC 9(05) COMP VALUE ZERO.      
009200 77  PN-TOT-PAST-DUE              PIC 9(05) COMP VALUE ZERO.      
009300*                                                                 
009400*    PAGE CONTROL FIELDS. THE LINE COUNT STARTS PAST THE PAGE     
009500*    LIMIT SO THE FIRST PRINTED LINE FORCES THE FIRST PAGE        
009600*    HEADING.                                                     
009700 77  PN-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
009800 77  PN-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
009900 77  PN-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
010000*                                                                 
010100*    DATE FORMATTING WORK FIELDS.                                 
010200 77  PN-DATE-IN                   PIC 9(08) VALUE ZERO.           
010300 01  PN-DATE-EDITED.                                              
010400     05  PN-DATE-ED-YYYY         PIC X(04).                       
010500     05  FILLER                  PIC X(01) VALUE "/".             
010600     05  PN-DATE-ED-MM           PIC X(02).                       
010700     05  FILLER                  PIC X(01) VALUE "/".             
010800     05  PN-DATE-ED-DD           PIC X(02).                       
010900*                                                                 
011000*    REPORT LINE LAYOUTS.                                         
011100 01  PN-PRINT-LINE                PIC X(132) VALUE SPACES.        
011200*                                                                 
011300 01  PN-HEADING-1.                                                
011400     05  FILLER                  PIC X(08) VALUE "CEASPND ".      
011500     05  FILLER                  PIC X(30) VALUE SPACES.          
011600     05  FILLER                  PIC X(41) VALUE                  
011700         "KEY GENERATIONS PENDING APPROVAL".                      
011800     05  FILLER                  PIC X(35) VALUE SPACES.          
011900     05  FILLER                  PIC X(05) VALUE "PAGE ".         
012000     05  PN-HEAD-PAGE            PIC ZZZ9.                        
012100     05  FILLER                  PIC X(09) VALUE SPACES.          
012200*                                                                 
012300 01  PN-HEADING-2.                                                
012400     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
012500     05  PN-HEAD-RUN-DATE        PIC X(10).                       
012600     05  FILLER                  PIC X(13) VALUE                  
012700         "  WINDOW DAYS".                                         
012800     05  FILLER                  PIC X(01) VALUE SPACE.           
012900     05  PN-HEAD-WINDOW          PIC ZZ9.                         
013000     05  FILLER                  PIC X(96) VALUE SPACES.          
013100*                                                                 
013200 01  PN-COLUMN-HEADER-LINE.                                       
013300     05  FILLER                  PIC X(01) VALUE SPACE.           
013400     05  FILLER                  PIC X(08) VALUE "KEY-ID".        
013500     05  FILLER                  PIC X(02) VALUE SPACES.          
013600     05  FILLER                  PIC X(01) VALUE "T".             
013700     05  FILLER                  PIC X(02) VALUE SPACES.          
013800     05  FILLER                  PIC X(10) VALUE "EFF DATE".      
013900     05  FILLER                  PIC X(02) VALUE SPACES.          
014000     05  FILLER                  PIC X(07) VALUE "DAYS TO".       
014100     05  FILLER                  PIC X(02) VALUE SPACES.          
014200     05  FILLER                  PIC X(08) VALUE "ENTERED".       
014300     05  FILLER                  PIC X(02) VALUE SPACES.          
014400     05  FILLER                  PIC X(10) VALUE "ON".            
014500     05  FILLER                  PIC X(02) VALUE SPACES.          
014600     05  FILLER                  PIC X(07) VALUE "REMARKS".       
014700     05  FILLER                  PIC X(68) VALUE SPACES.          
014800*                                                                 
014900 01  PN-DETAIL-LINE.                                              
015000     05  FILLER                  PIC X(01) VALUE SPACE.           
015100     05  PN-DET-KEY-ID           PIC X(08).                       
015200     05  FILLER                  PIC X(02) VALUE SPACES.          
015300     05  PN-DET-TYPE             PIC X(01).                       
015400     05  FILLER                  PIC X(02) VALUE SPACES.          
015500     05  PN-DET-EFF-DATE         PIC X(10).                       
015600     05  FILLER                  PIC X(02) VALUE SPACES.          
015700     05  PN-DET-DAYS             PIC -----9.                      
015800     05  FILLER                  PIC X(03) VALUE SPACES.          
015900     05  PN-DET-MAKER-ID         PIC X(08).                       
016000     05  FILLER                  PIC X(02) VALUE SPACES.          
016100     05  PN-DET-MAKER-DATE       PIC X(10).                       
016200     05  FILLER                  PIC X(02) VALUE SPACES.          
016300     05  PN-DET-REMARK           PIC X(48).                       
016400     05  FILLER                  PIC X(27) VALUE SPACES.          
016500*                                                                 
016600 01  PN-COUNT-LINE.                                               
016700     05  FILLER                  PIC X(05) VALUE SPACES.          
016800     05  PN-COUNT-LABEL          PIC X(34).                       
016900     05  PN-COUNT-VALUE          PIC ZZZ,ZZ9.                     
017000     05  FILLER                  PIC X(86) VALUE SPACES.          
017100*                                                                 
017200 01  PN-GRAND-HEADER-LINE.                                        
017300     05  FILLER                  PIC X(12) VALUE "GRAND TOTALS".  
017400     05  FILLER                  PIC X(120) VALUE SPACES.         
017500*                                                                 
017600 01  PN-NONE-PENDING-LINE.                                        
017700     05  FILLER                  PIC X(40) VALUE                  
017800         "NO KEY GENERATIONS ARE PENDING APPROVAL".               
017900     05  FILLER                  PIC X(92) VALUE SPACES.          
018000*                                                                 
018100 PROCEDURE DIVISION.                                              
018200***************************************************************** 
018300* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
018400***************************************************************** 
018500 0000-MAINLINE.                                                   
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
018700     PERFORM 2000-SWEEP-NEXT-GENERATION THRU 2000-EXIT            
018800         UNTIL PN-SWEEP-EOF.                                      
018900     PERFORM 3000-PRINT-FINAL-TOTALS THRU 3000-EXIT.              
019000     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
019100     STOP RUN.                                                    
019200*                                                                 
019300***************************************************************** 
019400* 1000-INITIALIZE - TAKE THE WARNING WINDOW FROM SYSIN, OPEN     *
019500* FILES, STAMP THE PAGE HEADING, AND POSITION THE SWEEP AT THE   *
019600* START OF THE KEY TABLE.                                        *
019700***************************************************************** 
019800 1000-INITIALIZE.                                                 
019900     ACCEPT PN-RUN-DATE FROM DATE YYYYMMDD.                       
020000     MOVE FUNCTION INTEGER-OF-DATE(PN-RUN-DATE)                   
020100         TO PN-RUN-DAY-NUMBER.                                    
020200     OPEN INPUT PENDING-CONTROL-FILE.                             
020300     READ PENDING-CONTROL-FILE                                    
020400         AT END                                                   
020500             MOVE SPACES TO PN-CONTROL-WINDOW                     
020600     END-READ.                                                    
020700     CLOSE PENDING-CONTROL-FILE.                                  
020800     IF PN-CONTROL-WINDOW NUMERIC                                 
020900         MOVE PN-CONTROL-WINDOW TO PN-WINDOW-DAYS                 
021000     END-IF.                                                      
021100     MOVE PN-RUN-DATE TO PN-DATE-IN.                              
021200     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
021300     MOVE PN-DATE-EDITED TO PN-HEAD-RUN-DATE.                     
021400     MOVE PN-WINDOW-DAYS TO PN-HEAD-WINDOW.                       
021500     OPEN INPUT CEASER-KEY-FILE.                                  
021600     IF PN-KEY-FILE-STATUS NOT = "00"                             
021700         DISPLAY "CEASPND0001 - CEASKEY OPEN FAILED, STATUS "     
021800             PN-KEY-FILE-STATUS                                   
021900         MOVE 19 TO RETURN-CODE                                   
022000         GO TO 9900-ABEND-ROUTINE                                 
022100     END-IF.                                                      
022200     OPEN OUTPUT PENDING-REPORT-FILE.                             
022300     MOVE LOW-VALUES TO CK-KEY.                                   
022400     START CEASER-KEY-FILE KEY IS NOT LESS THAN CK-KEY            
022500         INVALID KEY                                              
022600             SET PN-SWEEP-EOF TO TRUE                             
022700     END-START.                                                   
022800 1000-EXIT.                                                       
022900     EXIT.                                                        
023000*                                                                 
023100***************************************************************** 
023200* 2000-SWEEP-NEXT-GENERATION - READ ONE GENERATION AND REPORT IT *
023300* IF IT IS STILL WAITING FOR APPROVAL. ACTIVE, RETIRED AND       *
023400* REJECTED GENERATIONS ARE PASSED OVER.                          *
023500***************************************************************** 
023600 2000-SWEEP-NEXT-GENERATION.                                      
023700     READ CEASER-KEY-FILE NEXT RECORD                             
023800         AT END                                                   
023900             SET PN-SWEEP-EOF TO TRUE                             
024000         NOT AT END                                               
024100             IF CK-GEN-PENDING                                    
024200                 PERFORM 2500-REPORT-ONE-PENDING THRU 2500-EXIT   
024300             END-IF                                               
024400     END-READ.                                                    
024500 2000-EXIT.                                                       
024600     EXIT.                                                        
024700*                                                                 
024800***************************************************************** 
024900* 2500-REPORT-ONE-PENDING - PRINT ONE PENDING GENERATION: WHO    *
025000* ENTERED IT AND WHEN, THE DAYS LEFT TO ITS CUTOVER, AND A FLAG  *
025100* WHEN THE CUTOVER IS INSIDE THE WARNING WINDOW OR ALREADY       *
025200* PASSED.                                                        *
025300***************************************************************** 
025400 2500-REPORT-ONE-PENDING.                                         
025500     ADD 1 TO PN-TOT-PENDING.                                     
025600     MOVE "N" TO PN-DUE-SWITCH.                                   
025700     MOVE SPACES TO PN-DET-REMARK.                                
025800     MOVE CK-KEY-ID TO PN-DET-KEY-ID.                             
025900     MOVE CK-KEY-TYPE TO PN-DET-TYPE.                             
026000     MOVE CK-EFFECTIVE-DATE TO PN-DATE-IN.                        
026100     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
026200     MOVE PN-DATE-EDITED TO PN-DET-EFF-DATE.                      
026300     MOVE CK-MAKER-ID TO PN-DET-MAKER-ID.                         
026400     IF CK-MAKER-DATE NUMERIC                                     
026500         MOVE CK-MAKER-DATE TO PN-DATE-IN                         
026600         PERFORM 2650-FORMAT-DATE THRU 2650-EXIT                  
026700         MOVE PN-DATE-EDITED TO PN-DET-MAKER-DATE                 
026800     ELSE                                                         
026900         MOVE SPACES TO PN-DET-MAKER-DATE                         
027000     END-IF.                                                      
027100     PERFORM 2520-COMPUTE-DAYS-TO-CUTOVER THRU 2520-EXIT.         
027200     MOVE PN-DAYS-TO-CUTOVER TO PN-DET-DAYS.                      
027300     IF PN-DAYS-TO-CUTOVER < ZERO                                 
027400         MOVE "** PAST ITS EFFECTIVE DATE - NOT IN USE **"        
027500             TO PN-DET-REMARK                                     
027600         ADD 1 TO PN-TOT-PAST-DUE                                 
027700         SET PN-GEN-DUE TO TRUE                                   
027800     ELSE                                                         
027900         IF PN-DAYS-TO-CUTOVER NOT > PN-WINDOW-DAYS               
028000             MOVE "** CUTOVER DUE - APPROVE OR REJECT NOW **"     
028100                 TO PN-DET-REMARK                                 
028200             SET PN-GEN-DUE TO TRUE                               
028300         END-IF                                                   
028400     END-IF.                                                      
028500     IF PN-GEN-DUE                                                
028600         ADD 1 TO PN-TOT-DUE                                      
028700     END-IF.                                                      
028800     MOVE PN-DETAIL-LINE TO PN-PRINT-LINE.                        
028900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
029000 2500-EXIT.                                                       
029100     EXIT.                                                        
029200*                                                                 
029300***************************************************************** 
029400* 2520-COMPUTE-DAYS-TO-CUTOVER - DAYS FROM THE RUN DATE TO THE   *
029500* GENERATION'S EFFECTIVE DATE. CEASMNT WILL NOT WRITE A DATE     *
029600* THAT IS NOT A REAL CALENDAR DATE, BUT ONE THAT SLIPPED ONTO    *
029700* THE FILE BEFORE IT CHECKED IS TREATED AS DUE TODAY RATHER THAN *
029800* STOPPING THE REPORT.                                           *
029900***************************************************************** 
030000 2520-COMPUTE-DAYS-TO-CUTOVER.                                    
030100     MOVE FUNCTION INTEGER-OF-DATE(CK-EFFECTIVE-DATE)             
030200         TO PN-EFFECT-DAY-NUMBER.                                 
030300     IF PN-EFFECT-DAY-NUMBER = ZERO                               
030400         MOVE ZERO TO PN-DAYS-TO-CUTOVER                          
030500     ELSE                                                         
030600         COMPUTE PN-DAYS-TO-CUTOVER =                             
030700             PN-EFFECT-DAY-NUMBER - PN-RUN-DAY-NUMBER             
030800     END-IF.                                                      
030900 2520-EXIT.                                                       
031000     EXIT.                                                        
031100*                                                                 
031200***************************************************************** 
031300* 2650-FORMAT-DATE - EDIT A YYYYMMDD DATE IN PN-DATE-IN INTO     *
031400* THE YYYY/MM/DD SHAPE THE REPORT PRINTS.                        *
031500***************************************************************** 
031600 2650-FORMAT-DATE.                                                
031700     MOVE PN-DATE-IN(1:4) TO PN-DATE-ED-YYYY.                     
031800     MOVE PN-DATE-IN(5:2) TO PN-DATE-ED-MM.                       
031900     MOVE PN-DATE-IN(7:2) TO PN-DATE-ED-DD.                       
032000 2650-EXIT.                                                       
032100     EXIT.                                                        
032200*                                                                 
032300***************************************************************** 
032400* 2700-PRINT-REPORT-LINE - PRINT ONE LINE FROM PN-PRINT-LINE,    *
032500* BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE PAGE IS FULL.    *
032600***************************************************************** 
032700 2700-PRINT-REPORT-LINE.                                          
032800     IF PN-LINE-COUNT > PN-LINES-PER-PAGE                         
032900         PERFORM 2800-PRINT-PAGE-HEADING THRU 2800-EXIT           
033000     END-IF.                                                      
033100     WRITE PN-REPORT-REC FROM PN-PRINT-LINE                       
033200         AFTER ADVANCING 1 LINE.                                  
033300     ADD 1 TO PN-LINE-COUNT.                                      
033400 2700-EXIT.                                                       
033500     EXIT.                                                        
033600*                                                                 
033700 2800-PRINT-PAGE-HEADING.                                         
033800     ADD 1 TO PN-PAGE-COUNT.                                      
033900     MOVE PN-PAGE-COUNT TO PN-HEAD-PAGE.                          
034000     WRITE PN-REPORT-REC FROM PN-HEADING-1                        
034100         AFTER ADVANCING PAGE.                                    
034200     WRITE PN-REPORT-REC FROM PN-HEADING-2                        
034300         AFTER ADVANCING 1 LINE.                                  
034400     MOVE SPACES TO PN-REPORT-REC.                                
034500     WRITE PN-REPORT-REC AFTER ADVANCING 1 LINE.                  
034600     WRITE PN-REPORT-REC FROM PN-COLUMN-HEADER-LINE               
034700         AFTER ADVANCING 1 LINE.                                  
034800     MOVE SPACES TO PN-REPORT-REC.                                
034900     WRITE PN-REPORT-REC AFTER ADVANCING 1 LINE.                  
035000     MOVE 5 TO PN-LINE-COUNT.                                     
035100 2800-EXIT.                                                       
035200     EXIT.                                                        
035300*                                                                 
035400***************************************************************** 
035500* 3000-PRINT-FINAL-TOTALS - PRINT THE GRAND-TOTAL PAGE. ANY      *
035600* GENERATION DUE OR PAST DUE LEAVES A WARNING RETURN CODE FOR    *
035700* THE SCHEDULER.                                                 *
035800***************************************************************** 
035900 3000-PRINT-FINAL-TOTALS.                                         
036000     MOVE 99 TO PN-LINE-COUNT.                                    
036100     IF PN-TOT-PENDING = ZERO                                     
036200         MOVE PN-NONE-PENDING-LINE TO PN-PRINT-LINE               
036300         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
036400         GO TO 3000-EXIT                                          
036500     END-IF.                                                      
036600     MOVE PN-GRAND-HEADER-LINE TO PN-PRINT-LINE.                  
036700     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
036800     MOVE "GENERATIONS PENDING APPROVAL" TO PN-COUNT-LABEL.       
036900     MOVE PN-TOT-PENDING TO PN-COUNT-VALUE.                       
037000     MOVE PN-COUNT-LINE TO PN-PRINT-LINE.                         
037100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
037200     MOVE "DUE WITHIN THE WARNING WINDOW" TO PN-COUNT-LABEL.      
037300     MOVE PN-TOT-DUE TO PN-COUNT-VALUE.                           
037400     MOVE PN-COUNT-LINE TO PN-PRINT-LINE.                         
037500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
037600     MOVE "ALREADY PAST THEIR EFFECTIVE DATE" TO PN-COUNT-LABEL.  
037700     MOVE PN-TOT-PAST-DUE TO PN-COUNT-VALUE.                      
037800     MOVE PN-COUNT-LINE TO PN-PRINT-LINE.                         
037900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
038000     IF PN-TOT-DUE > ZERO                                         
038100         DISPLAY "CEASPND0002 - " PN-TOT-DUE                      
038200             " KEY GENERATION(S) DUE AND NOT YET APPROVED"        
038300         MOVE 4 TO RETURN-CODE                                    
038400     END-IF.                                                      
038500 3000-EXIT.                                                       
038600     EXIT.                                                        
038700*                                                                 
038800***************************************************************** 
038900* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
039000***************************************************************** 
039100 9000-TERMINATE.                                                  
039200     CLOSE CEASER-KEY-FILE.                                       
039300     CLOSE PENDING-REPORT-FILE.                                   
039400 9000-EXIT.                                                       
039500     EXIT.                                                        
039600*                                                                 
039700***************************************************************** 
039800* 9900-ABEND-ROUTINE - REPORT A FATAL SETUP ERROR AND STOP.      *
039900***************************************************************** 
040000 9900-ABEND-ROUTINE.                                              
040100     DISPLAY "CEASPND - JOB TERMINATED, RETURN CODE " RETURN-CODE.
040200     STOP RUN.                                                    
040300 9900-EXIT.                                                       
040400     EXIT.                                                        
