001800* GRAND-TOTAL PAGE, LIKE CEASRPT'S, GOES TO ACCOUNTING WITH IT.  *
001900* AUDIT RECORDS WRITTEN BEFORE THE KEY-ID FIELD EXISTED CARRY    *
002000* A BLANK KEY-ID - THOSE ARE COUNTED ON THE PROOF SHEET BUT      *
002100* NOT BILLED TO ANYBODY. CEASINQ'S RECORDS OF A MESSAGE VIEWED   *
002200* IN THE CLEAR CARRY THAT MESSAGE'S KEY-ID BUT ARE INTERNAL      *
002300* WORK - THEY TOO ARE COUNTED ON THE PROOF SHEET, NOT BILLED.    *
002400* WHEN ACCOUNTING REOPENS A PRIOR MONTH THE EXTRACT IS RERUN     *
002500* AGAINST THAT MONTH'S CEASROL ARCHIVE GENERATION: ITS *HDR IS   *
002600* NAMED IN THE PAGE HEADING, AND ITS *TRL COUNT AND BYTE TOTAL   *
002700* MUST AGREE WITH WHAT WAS READ OR THE RUN STOPS WITH RETURN     *
002800* CODE 16 BEFORE ANY BILLING RECORD IS CUT.                      *
002900***************************************************************** 
003000*                                                                 
003100* MODIFICATION HISTORY.                                           
003200*  DATE       INIT  DESCRIPTION                                   
003300*  09/02/2026 MWK   ORIGINAL CODING - PER-PARTNER PER-MONTH       
003400*                   ROLLUP OF THE AUDIT TRAIL, NOW THAT THE       
003500*                   AUDIT RECORD IDENTIFIES THE PARTNER.          
003600*  09/02/2026 MWK   AUDIT RECORD PICKED UP THE KEY-GENERATION     
003700*                   EFFECTIVE-DATE FIELD, IN STEP WITH            
003800*                   CEASER'S CUTOVER-TOLERANT DECRYPT CHANGE.     
003900*                   NOT BILLED ON.                                
004000*  10/15/2026 MWK   RUNS AGAINST A CEASAUD ARCHIVE GENERATION AS  
004100*                   WELL AS THE ACTIVE FILE. THE GENERATION'S     
004200*                   *HDR/*TRL ARE CHECKED AND NOT BILLED, AND THE 
004300*                   *HDR IS NAMED IN THE PAGE HEADING.            
004400*  10/15/2026 MWK   CEASINQ VIEW RECORDS ARE NO LONGER BILLED TO  
004500*                   THE PARTNER WHOSE MESSAGE WAS VIEWED; THEY ARE
004600*                   COUNTED ON THE PROOF SHEET ON A LINE OF THEIR 
004700*                   OWN.                                          
004800*                                                                 
004900 ENVIRONMENT DIVISION.                                            
005000 CONFIGURATION SECTION.                                           
005100 SOURCE-COMPUTER. IBM-370.                                        
005200 OBJECT-COMPUTER. IBM-370.                                        
005300 INPUT-OUTPUT SECTION.                                            
005400 FILE-CONTROL.                                                    
005500     SELECT AUDIT-TRAIL-FILE ASSIGN TO CEASAUD                    
005600         ORGANIZATION IS SEQUENTIAL.                              
005700     SELECT BILLING-EXTRACT-FILE ASSIGN TO CEASBILL               
005800         ORGANIZATION IS SEQUENTIAL.                              
005900     SELECT PROOF-REPORT-FILE ASSIGN TO CEASBRPT                  
006000         ORGANIZATION IS SEQUENTIAL.                              
006100*                                                                 
006200 DATA DIVISION.                                                   
006300 FILE SECTION.                                                    
006400*    AUDIT TRAIL AS CEASER, CEASCHG AND CEASINQ WRITE IT. CEASER, 
006500*    CEASCHG, AND CEASRPT CARRY THEIR OWN COPIES OF THIS          
006600*    LAYOUT - KEEP THEM ALL IN STEP BY HAND IF ONE CHANGES.       
006700 FD  AUDIT-TRAIL-FILE                                             
006800     RECORDING MODE IS F                                          
006900     RECORD CONTAINS 80 CHARACTERS.                               
007000 01  BL-AUDIT-REC.                                                
007100     05  BL-AUDIT-DATE           PIC 9(08).                       
007200     05  FILLER                  PIC X(01).                       
007300     05  BL-AUDIT-PARAGRAPH      PIC X(20).                       
007400     05  FILLER                  PIC X(01).                       
007500     05  BL-AUDIT-SHIFT          PIC 9(08).                       
007600     05  FILLER                  PIC X(01).                       
007700     05  BL-AUDIT-LENGTH         PIC 9(04).                       
007800     05  FILLER                  PIC X(01).                       
007900     05  BL-AUDIT-KEY-ID         PIC X(08).                       
008000     05  FILLER                  PIC X(01).                       
008100     05  BL-AUDIT-PROGRAM        PIC X(08).                       
008200     05  FILLER                  PIC X(01).                       
008300     05  BL-AUDIT-GEN-DATE       PIC 9(08).                       
008400     05  FILLER                  PIC X(10).                       
008500*    AN ARCHIVE GENERATION'S *HDR AND *TRL SHARE THE RECORD AREA. 
008600     COPY AUDARCH.                                                
008700*                                                                 
008800*    BILLING EXTRACT - ONE FIXED-FORMAT RECORD PER PARTNER PER    
008900*    MONTH, IN THE SHAPE ACCOUNTING'S INVOICING SYSTEM LOADS.     
009000*    ALL COUNTS ARE ZERO-FILLED DISPLAY NUMERICS.                 
009100 FD  BILLING-EXTRACT-FILE                                         
009200     RECORDING MODE IS F                                          
009300     RECORD CONTAINS 80 CHARACTERS.                               
009400 01  BL-BILLING-REC.                                              
009500     05  BL-BILL-KEY-ID          PIC X(08).                       
009600     05  BL-BILL-MONTH           PIC 9(06).                       
009700     05  BL-BILL-MSG-COUNT       PIC 9(08).                       
009800     05  BL-BILL-BYTES           PIC 9(10).                       
009900     05  BL-BILL-ENCRYPTS        PIC 9(08).                       
010000     05  BL-BILL-DECRYPTS        PIC 9(08).                       
010100     05  BL-BILL-CHANGEOVERS     PIC 9(08).                       
010200     05  FILLER                  PIC X(24).                       
010300*                                                                 
010400 FD  PROOF-REPORT-FILE                                            
010500     RECORDING MODE IS F                                          
010600     RECORD CONTAINS 132 CHARACTERS.                              
010700 01  BL-REPORT-REC               PIC X(132).                      
010800*                                                                 
010900 WORKING-STORAGE SECTION.                                         
011000*                                                                 
011100*    PROGRAM SWITCHES.                                            
011200 77  BL-EOF-SWITCH                PIC X(01) VALUE "N".            
011300     88  BL-END-OF-AUDIT                    VALUE "Y".            
011400 77  BL-ENTRY-FOUND-SWITCH        PIC X(01) VALUE "N".            
011500     88  BL-ENTRY-FOUND                     VALUE "Y".            
011600 77  BL-DATA-SWITCH               PIC X(01) VALUE "N".            
011700     88  BL-DATA-RECORD-IN-HAND             VALUE "Y".            
011800 77  BL-ARCHIVE-SWITCH            PIC X(01) VALUE "N".            
011900     88  BL-IN-ARCHIVE-GENERATION           VALUE "Y".            
012000*                                                                 
012100*    COUNT AND MESSAGE BYTES READ SINCE AN ARCHIVE GENERATION'S   
012200*    *HDR, FOR CHECKING AGAINST ITS *TRL.                         
012300 77  BL-GEN-COUNT                 PIC 9(09) COMP VALUE ZERO.      
012400 77  BL-GEN-BYTES                 PIC 9(15) COMP VALUE ZERO.      
012500*                                                                 
012600*    PARTNER/MONTH ACCUMULATION TABLE. THE AUDIT FILE ARRIVES IN  
012700*    DATE ORDER BUT PARTNERS INTERLEAVE WITHIN A DAY, SO THE      
012800*    ROLLUP ACCUMULATES IN THIS TABLE AND THE EXTRACT IS CUT AT   
012900*    END OF FILE, IN FIRST-SEEN ORDER. 500 PARTNER-MONTH PAIRS    
013000*    IS YEARS OF HEADROOM OVER THE PARTNER COUNT WE CARRY.        
013100 77  BL-ENTRY-MAX                 PIC 9(04) COMP VALUE 500.       
013200 77  BL-ENTRY-COUNT               PIC 9(04) COMP VALUE ZERO.      
013300 77  BL-TI                        PIC 9(04) COMP VALUE 1.         
013400 77  BL-USE-INDEX                 PIC 9(04) COMP VALUE ZERO.      
013500 01  BL-PARTNER-TABLE.                                            
013600     05  BL-ENTRY OCCURS 500 TIMES.                               
013700         10  BL-E-KEY-ID         PIC X(08).                       
013800         10  BL-E-MONTH          PIC 9(06).                       
013900         10  BL-E-MSG-COUNT      PIC 9(08) COMP.                  
014000         10  BL-E-BYTES          PIC 9(10) COMP.                  
014100         10  BL-E-ENCRYPTS       PIC 9(08) COMP.                  
014200         10  BL-E-DECRYPTS       PIC 9(08) COMP.                  
014300         10  BL-E-CHANGEOVERS    PIC 9(08) COMP.                  
014400*                                                                 
014500*    FIELDS FOR THE AUDIT RECORD IN HAND.                         
014600 77  BL-WORK-MONTH                PIC 9(06) VALUE ZERO.           
014700 77  BL-UNBILLED-COUNT            PIC 9(08) VALUE ZERO.           
014800 77  BL-VIEW-COUNT                PIC 9(08) VALUE ZERO.           
014900*                                                                 
015000*    GRAND TOTAL COUNTERS FOR THE FINAL PAGE.                     
015100 77  BL-TOT-PARTNERS              PIC 9(05) COMP VALUE ZERO.      
015200 77  BL-TOT-MSGS                  PIC 9(09) COMP VALUE ZERO.      
015300 77  BL-TOT-BYTES                 PIC 9(12) COMP VALUE ZERO.      
015400 77  BL-TOT-ENCRYPTS              PIC 9(09) COMP VALUE ZERO.      
015500 77  BL-TOT-DECRYPTS              PIC 9(09) COMP VALUE ZERO.      
015600 77  BL-TOT-CHANGEOVERS           PIC 9(09) COMP VALUE ZERO.      
015700*                                                                 
015800*    PAGE CONTROL FIELDS. THE LINE COUNT STARTS PAST THE PAGE     
015900*    LIMIT SO THE FIRST PRINTED LINE FORCES THE FIRST PAGE        
016000*    HEADING.                                                     
016100 77  BL-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
016200 77  BL-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
016300 77  BL-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
016400*                                                                 
016500*    DATE FORMATTING WORK FIELDS.                                 
016600 77  BL-RUN-DATE                  PIC 9(08) VALUE ZERO.           
016700 01  BL-MONTH-EDITED.                                             
016800     05  BL-MONTH-ED-YYYY        PIC X(04).                       
016900     05  FILLER                  PIC X(01) VALUE "/".             
017000     05  BL-MONTH-ED-MM          PIC X(02).                       
017100 77  BL-DATE-IN                   PIC 9(08) VALUE ZERO.           
017200 01  BL-DATE-EDITED.                                              
017300     05  BL-DATE-ED-YYYY         PIC X(04).                       
017400     05  FILLER                  PIC X(01) VALUE "/".             
017500     05  BL-DATE-ED-MM           PIC X(02).                       
017600     05  FILLER                  PIC X(01) VALUE "/".             
017700     05  BL-DATE-ED-DD           PIC X(02).                       
017800*                                                                 
017900*    REPORT LINE LAYOUTS.                                         
018000 01  BL-PRINT-LINE                PIC X(132) VALUE SPACES.        
018100*                                                                 
018200 01  BL-HEADING-1.                                                
018300     05  FILLER                  PIC X(08) VALUE "CEASBIL ".      
018400     05  FILLER                  PIC X(32) VALUE SPACES.          
018500     05  FILLER                  PIC X(38) VALUE                  
018600         "MONTHLY PARTNER CHARGEBACK PROOF SHEET".                
018700     05  FILLER                  PIC X(36) VALUE SPACES.          
018800     05  FILLER                  PIC X(05) VALUE "PAGE ".         
018900     05  BL-HEAD-PAGE            PIC ZZZ9.                        
019000     05  FILLER                  PIC X(09) VALUE SPACES.          
019100*                                                                 
019200 01  BL-HEADING-2.                                                
019300     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
019400     05  BL-HEAD-RUN-DATE        PIC X(10).                       
019500     05  FILLER                  PIC X(05) VALUE SPACES.          
019600     05  BL-HEAD-SOURCE.                                          
019700         10  BL-HEAD-CUT-TEXT    PIC X(23).                       
019800         10  BL-HEAD-CUT-DATE    PIC X(10).                       
019900         10  BL-HEAD-BEFORE-TEXT PIC X(21).                       
020000         10  BL-HEAD-CUTOFF-DATE PIC X(10).                       
020100     05  FILLER                  PIC X(44) VALUE SPACES.          
020200*                                                                 
020300 01  BL-COLUMN-HEADER-LINE.                                       
020400     05  FILLER                  PIC X(01) VALUE SPACE.           
020500     05  FILLER                  PIC X(08) VALUE "KEY-ID".        
020600     05  FILLER                  PIC X(02) VALUE SPACES.          
020700     05  FILLER                  PIC X(07) VALUE "MONTH".         
020800     05  FILLER                  PIC X(11) VALUE "   MESSAGES".   
020900     05  FILLER                  PIC X(01) VALUE SPACE.           
021000     05  FILLER                  PIC X(17) VALUE                  
021100         "            BYTES".                                     
021200     05  FILLER                  PIC X(11) VALUE "   ENCRYPTS".   
021300     05  FILLER                  PIC X(02) VALUE SPACES.          
021400     05  FILLER                  PIC X(11) VALUE "   DECRYPTS".   
021500     05  FILLER                  PIC X(02) VALUE SPACES.          
021600     05  FILLER                  PIC X(11) VALUE "CHANGEOVERS".   
021700     05  FILLER                  PIC X(48) VALUE SPACES.          
021800*                                                                 
021900 01  BL-DETAIL-LINE.                                              
022000     05  FILLER                  PIC X(01) VALUE SPACE.           
022100     05  BL-DET-KEY-ID           PIC X(08).                       
022200     05  FILLER                  PIC X(02) VALUE SPACES.          
022300     05  BL-DET-MONTH            PIC X(07).                       
022400     05  BL-DET-MSGS             PIC ZZZ,ZZZ,ZZ9.                 
022500     05  FILLER                  PIC X(01) VALUE SPACE.           
022600     05  BL-DET-BYTES            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.           
022700     05  BL-DET-ENCRYPTS         PIC ZZZ,ZZZ,ZZ9.                 
022800     05  FILLER                  PIC X(02) VALUE SPACES.          
022900     05  BL-DET-DECRYPTS         PIC ZZZ,ZZZ,ZZ9.                 
023000     05  FILLER                  PIC X(02) VALUE SPACES.          
023100     05  BL-DET-CHANGEOVERS      PIC ZZZ,ZZZ,ZZ9.                 
023200     05  FILLER                  PIC X(48) VALUE SPACES.          
023300*                                                                 
023400 01  BL-COUNT-LINE.                                               
023500     05  FILLER                  PIC X(05) VALUE SPACES.          
023600     05  BL-COUNT-LABEL          PIC X(34).                       
023700     05  BL-COUNT-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.             
023800     05  FILLER                  PIC X(78) VALUE SPACES.          
023900*                                                                 
024000 01  BL-GRAND-HEADER-LINE.                                        
024100     05  FILLER                  PIC X(12) VALUE "GRAND TOTALS".  
024200     05  FILLER                  PIC X(120) VALUE SPACES.         
024300*                                                                 
024400 01  BL-NO-ACTIVITY-LINE.                                         
024500     05  FILLER                  PIC X(29) VALUE                  
024600         "NO AUDIT ACTIVITY TO BILL".                             
024700     05  FILLER                  PIC X(103) VALUE SPACES.         
024800*                                                                 
024900 PROCEDURE DIVISION.                                              
025000***************************************************************** 
025100* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
025200***************************************************************** 
025300 0000-MAINLINE.                                                   
025400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
025500     PERFORM 2000-PROCESS-AUDIT-RECORD THRU 2000-EXIT             
025600         UNTIL BL-END-OF-AUDIT.                                   
025700     PERFORM 3000-CUT-EXTRACT-AND-PROOF THRU 3000-EXIT.           
025800     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
025900     STOP RUN.                                                    
026000*                                                                 
026100***************************************************************** 
026200* 1000-INITIALIZE - OPEN FILES, STAMP THE RUN DATE INTO THE      *
026300* PAGE HEADING, PRIME READ.                                      *
026400***************************************************************** 
026500 1000-INITIALIZE.                                                 
026600     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD.                       
026700     MOVE BL-RUN-DATE(1:4) TO BL-MONTH-ED-YYYY.                   
026800     MOVE BL-RUN-DATE(5:2) TO BL-MONTH-ED-MM.                     
026900     STRING BL-MONTH-EDITED "/" BL-RUN-DATE(7:2)                  
027000         DELIMITED BY SIZE INTO BL-HEAD-RUN-DATE.                 
027100     MOVE SPACES TO BL-HEAD-SOURCE.                               
027200     OPEN INPUT AUDIT-TRAIL-FILE.                                 
027300     OPEN OUTPUT BILLING-EXTRACT-FILE.                            
027400     OPEN OUTPUT PROOF-REPORT-FILE.                               
027500     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.               
027600 1000-EXIT.                                                       
027700     EXIT.                                                        
027800*                                                                 
027900***************************************************************** 
028000* 2000-PROCESS-AUDIT-RECORD - FOLD ONE AUDIT RECORD INTO ITS     *
028100* PARTNER-MONTH TABLE ENTRY. A RECORD WITH NO KEY-ID (WRITTEN    *
028200* BEFORE THE FIELD EXISTED) CANNOT BE BILLED TO A PARTNER AND    *
028300* IS ONLY COUNTED FOR THE PROOF SHEET. SO IS A CEASINQ VIEW      *
028400* RECORD - LOOKING UP A MESSAGE IS NOT WORK DONE FOR A PARTNER.  *
028500***************************************************************** 
028600 2000-PROCESS-AUDIT-RECORD.                                       
028700     EVALUATE TRUE                                                
028800         WHEN BL-AUDIT-KEY-ID = SPACES                            
028900             ADD 1 TO BL-UNBILLED-COUNT                           
029000         WHEN BL-AUDIT-PROGRAM = "CEASINQ"                        
029100             ADD 1 TO BL-VIEW-COUNT                               
029200         WHEN OTHER                                               
029300             MOVE BL-AUDIT-DATE(1:6) TO BL-WORK-MONTH             
029400             PERFORM 2200-FIND-PARTNER-ENTRY THRU 2200-EXIT       
029500             PERFORM 2300-TALLY-INTO-ENTRY THRU 2300-EXIT         
029600     END-EVALUATE.                                                
029700     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.               
029800 2000-EXIT.                                                       
029900     EXIT.                                                        
030000*                                                                 
030100***************************************************************** 
030200* 2100-READ-AUDIT-RECORD - READ TO THE NEXT AUDIT RECORD,        *
030300* HANDLING ANY ARCHIVE *HDR OR *TRL ON THE WAY.                  *
030400***************************************************************** 
030500 2100-READ-AUDIT-RECORD.                                          
030600     MOVE "N" TO BL-DATA-SWITCH.                                  
030700     PERFORM 2110-READ-ONE-RECORD THRU 2110-EXIT                  
030800         UNTIL BL-END-OF-AUDIT OR BL-DATA-RECORD-IN-HAND.         
030900 2100-EXIT.                                                       
031000     EXIT.                                                        
031100*                                                                 
031200 2110-READ-ONE-RECORD.                                            
031300     READ AUDIT-TRAIL-FILE                                        
031400         AT END                                                   
031500             SET BL-END-OF-AUDIT TO TRUE                          
031600             IF BL-IN-ARCHIVE-GENERATION                          
031700                 DISPLAY "CEASBIL0003 - ARCHIVE GENERATION "      
031800                     "HAS NO *TRL - IT IS INCOMPLETE"             
031900                 MOVE 16 TO RETURN-CODE                           
032000                 GO TO 9900-ABEND-ROUTINE                         
032100             END-IF                                               
032200             GO TO 2110-EXIT                                      
032300     END-READ.                                                    
032400     IF AH-HEADER-REC                                             
032500         PERFORM 2150-START-ARCHIVE-GENERATION THRU 2150-EXIT     
032600         GO TO 2110-EXIT                                          
032700     END-IF.                                                      
032800     IF AH-TRAILER-REC                                            
032900         PERFORM 2160-CHECK-ARCHIVE-TRAILER THRU 2160-EXIT        
033000         GO TO 2110-EXIT                                          
033100     END-IF.                                                      
033200     SET BL-DATA-RECORD-IN-HAND TO TRUE.                          
033300     IF BL-IN-ARCHIVE-GENERATION                                  
033400         ADD 1 TO BL-GEN-COUNT                                    
033500         IF BL-AUDIT-LENGTH NUMERIC                               
033600             ADD BL-AUDIT-LENGTH TO BL-GEN-BYTES                  
033700         END-IF                                                   
033800     END-IF.                                                      
033900 2110-EXIT.                                                       
034000     EXIT.                                                        
034100*                                                                 
034200***************************************************************** 
034300* 2150-START-ARCHIVE-GENERATION - NAME THE GENERATION IN THE     *
034400* PAGE HEADING AND START COUNTING IT.                            *
034500***************************************************************** 
034600 2150-START-ARCHIVE-GENERATION.                                   
034700     IF BL-IN-ARCHIVE-GENERATION                                  
034800         DISPLAY "CEASBIL0003 - ARCHIVE GENERATION "              
034900             "HAS NO *TRL - IT IS INCOMPLETE"                     
035000         MOVE 16 TO RETURN-CODE                                   
035100         GO TO 9900-ABEND-ROUTINE                                 
035200     END-IF.                                                      
035300     SET BL-IN-ARCHIVE-GENERATION TO TRUE.                        
035400     MOVE ZERO TO BL-GEN-COUNT.                                   
035500     MOVE ZERO TO BL-GEN-BYTES.                                   
035600     MOVE "ARCHIVE GENERATION CUT " TO BL-HEAD-CUT-TEXT.          
035700     MOVE AH-HDR-CREATED-DATE TO BL-DATE-IN.                      
035800     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
035900     MOVE BL-DATE-EDITED TO BL-HEAD-CUT-DATE.                     
036000     MOVE ", AUDIT DATES BEFORE " TO BL-HEAD-BEFORE-TEXT.         
036100     MOVE AH-HDR-CUTOFF-DATE TO BL-DATE-IN.                       
036200     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
036300     MOVE BL-DATE-EDITED TO BL-HEAD-CUTOFF-DATE.                  
036400 2150-EXIT.                                                       
036500     EXIT.                                                        
036600*                                                                 
036700***************************************************************** 
036800* 2160-CHECK-ARCHIVE-TRAILER - THE GENERATION MUST HOLD EXACTLY  *
036900* THE RECORDS AND MESSAGE BYTES ITS *TRL SAYS, OR THE MONTH      *
037000* WOULD BE BILLED SHORT OR TWICE.                                *
037100***************************************************************** 
037200 2160-CHECK-ARCHIVE-TRAILER.                                      
037300     IF NOT BL-IN-ARCHIVE-GENERATION                              
037400         DISPLAY "CEASBIL0002 - ARCHIVE *TRL WITH NO *HDR"        
037500         MOVE 16 TO RETURN-CODE                                   
037600         GO TO 9900-ABEND-ROUTINE                                 
037700     END-IF.                                                      
037800     IF AH-TRL-RECORD-COUNT NOT = BL-GEN-COUNT                    
037900             OR AH-TRL-BYTE-TOTAL NOT = BL-GEN-BYTES              
038000         DISPLAY "CEASBIL0002 - ARCHIVE GENERATION DOES NOT "     
038100             "AGREE WITH ITS *TRL - " BL-GEN-COUNT                
038200             " RECORDS READ, " AH-TRL-RECORD-COUNT " ON *TRL"     
038300         MOVE 16 TO RETURN-CODE                                   
038400         GO TO 9900-ABEND-ROUTINE                                 
038500     END-IF.                                                      
038600     MOVE "N" TO BL-ARCHIVE-SWITCH.                               
038700 2160-EXIT.                                                       
038800     EXIT.                                                        
038900*                                                                 
039000***************************************************************** 
039100* 2650-FORMAT-DATE - EDIT A YYYYMMDD DATE IN BL-DATE-IN INTO     *
039200* THE YYYY/MM/DD SHAPE THE REPORT PRINTS.                        *
039300***************************************************************** 
039400 2650-FORMAT-DATE.                                                
039500     MOVE BL-DATE-IN(1:4) TO BL-DATE-ED-YYYY.                     
039600     MOVE BL-DATE-IN(5:2) TO BL-DATE-ED-MM.                       
039700     MOVE BL-DATE-IN(7:2) TO BL-DATE-ED-DD.                       
039800 2650-EXIT.                                                       
039900     EXIT.                                                        
040000*                                                                 
040100***************************************************************** 
040200* 2200-FIND-PARTNER-ENTRY - LOCATE THE TABLE ENTRY FOR THE       *
040300* RECORD'S KEY-ID AND MONTH, OPENING A NEW ONE WHEN THIS IS      *
040400* THE PAIR'S FIRST ACTIVITY. LEAVES BL-USE-INDEX POINTING AT     *
040500* THE ENTRY TO TALLY INTO.                                       *
040600***************************************************************** 
040700 2200-FIND-PARTNER-ENTRY.                                         
040800     MOVE "N" TO BL-ENTRY-FOUND-SWITCH.                           
040900     MOVE ZERO TO BL-USE-INDEX.                                   
041000     MOVE 1 TO BL-TI.                                             
041100     PERFORM 2210-CHECK-ONE-ENTRY THRU 2210-EXIT                  
041200         UNTIL BL-ENTRY-FOUND OR BL-TI > BL-ENTRY-COUNT.          
041300     IF NOT BL-ENTRY-FOUND                                        
041400         PERFORM 2220-OPEN-NEW-ENTRY THRU 2220-EXIT               
041500     END-IF.                                                      
041600 2200-EXIT.                                                       
041700     EXIT.                                                        
041800*                                                                 
041900 2210-CHECK-ONE-ENTRY.                                            
042000     IF BL-E-KEY-ID(BL-TI) = BL-AUDIT-KEY-ID                      
042100             AND BL-E-MONTH(BL-TI) = BL-WORK-MONTH                
042200         MOVE BL-TI TO BL-USE-INDEX                               
042300         SET BL-ENTRY-FOUND TO TRUE                               
042400     END-IF.                                                      
042500     ADD 1 TO BL-TI.                                              
042600 2210-EXIT.                                                       
042700     EXIT.                                                        
042800*                                                                 
042900 2220-OPEN-NEW-ENTRY.                                             
043000     IF BL-ENTRY-COUNT = BL-ENTRY-MAX                             
043100         DISPLAY "CEASBIL0001 - PARTNER-MONTH TABLE FULL AT "     
043200             BL-ENTRY-MAX " ENTRIES"                              
043300         MOVE 16 TO RETURN-CODE                                   
043400         GO TO 9900-ABEND-ROUTINE                                 
043500     END-IF.                                                      
043600     ADD 1 TO BL-ENTRY-COUNT.                                     
043700     MOVE BL-ENTRY-COUNT TO BL-USE-INDEX.                         
043800     MOVE BL-AUDIT-KEY-ID TO BL-E-KEY-ID(BL-USE-INDEX).           
043900     MOVE BL-WORK-MONTH TO BL-E-MONTH(BL-USE-INDEX).              
044000     MOVE ZERO TO BL-E-MSG-COUNT(BL-USE-INDEX).                   
044100     MOVE ZERO TO BL-E-BYTES(BL-USE-INDEX).                       
044200     MOVE ZERO TO BL-E-ENCRYPTS(BL-USE-INDEX).                    
044300     MOVE ZERO TO BL-E-DECRYPTS(BL-USE-INDEX).                    
044400     MOVE ZERO TO BL-E-CHANGEOVERS(BL-USE-INDEX).                 
044500 2220-EXIT.                                                       
044600     EXIT.                                                        
044700*                                                                 
044800***************************************************************** 
044900* 2300-TALLY-INTO-ENTRY - ADD THE AUDIT RECORD'S OPERATION AND   *
045000* BYTE COUNT INTO THE PARTNER-MONTH ENTRY. THE PARAGRAPH NAME    *
045100* IN THE RECORD SAYS WHICH OPERATION IT WAS; CHANGEOVER WORK     *
045200* (CEASCHG'S 7000-RECIPHER) IS KEPT SEPARATE SO ACCOUNTING CAN   *
045300* BILL IT AT ITS OWN RATE.                                       *
045400***************************************************************** 
045500 2300-TALLY-INTO-ENTRY.                                           
045600     ADD 1 TO BL-E-MSG-COUNT(BL-USE-INDEX).                       
045700     ADD BL-AUDIT-LENGTH TO BL-E-BYTES(BL-USE-INDEX).             
045800     EVALUATE BL-AUDIT-PARAGRAPH                                  
045900         WHEN "3000-ENCRYPT-MESSAGE"                              
046000             ADD 1 TO BL-E-ENCRYPTS(BL-USE-INDEX)                 
046100         WHEN "3100-DECRYPT-MESSAGE"                              
046200             ADD 1 TO BL-E-DECRYPTS(BL-USE-INDEX)                 
046300         WHEN "7000-RECIPHER"                                     
046400             ADD 1 TO BL-E-CHANGEOVERS(BL-USE-INDEX)              
046500     END-EVALUATE.                                                
046600 2300-EXIT.                                                       
046700     EXIT.                                                        
046800*                                                                 
046900***************************************************************** 
047000* 3000-CUT-EXTRACT-AND-PROOF - WRITE ONE BILLING RECORD AND      *
047100* ONE PROOF LINE PER PARTNER-MONTH ENTRY, THEN THE GRAND-TOTAL   *
047200* PAGE.                                                          *
047300***************************************************************** 
047400 3000-CUT-EXTRACT-AND-PROOF.                                      
047500     IF BL-ENTRY-COUNT = ZERO                                     
047600         MOVE BL-NO-ACTIVITY-LINE TO BL-PRINT-LINE                
047700         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
047800     ELSE                                                         
047900         PERFORM 3100-WRITE-ONE-PARTNER-MONTH THRU 3100-EXIT      
048000             VARYING BL-TI FROM 1 BY 1                            
048100             UNTIL BL-TI > BL-ENTRY-COUNT                         
048200         PERFORM 3200-PRINT-GRAND-TOTALS THRU 3200-EXIT           
048300     END-IF.                                                      
048400     IF BL-UNBILLED-COUNT > ZERO                                  
048500         MOVE "AUDIT RECORDS WITHOUT KEY-ID (NOT BILLED)"         
048600             TO BL-COUNT-LABEL                                    
048700         MOVE BL-UNBILLED-COUNT TO BL-COUNT-VALUE                 
048800         MOVE BL-COUNT-LINE TO BL-PRINT-LINE                      
048900         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
049000     END-IF.                                                      
049100     IF BL-VIEW-COUNT > ZERO                                      
049200         MOVE "CEASINQ VIEW RECORDS (NOT BILLED)"                 
049300             TO BL-COUNT-LABEL                                    
049400         MOVE BL-VIEW-COUNT TO BL-COUNT-VALUE                     
049500         MOVE BL-COUNT-LINE TO BL-PRINT-LINE                      
049600         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
049700     END-IF.                                                      
049800 3000-EXIT.                                                       
049900     EXIT.                                                        
050000*                                                                 
050100 3100-WRITE-ONE-PARTNER-MONTH.                                    
050200     MOVE BL-E-KEY-ID(BL-TI) TO BL-BILL-KEY-ID.                   
050300     MOVE BL-E-MONTH(BL-TI) TO BL-BILL-MONTH.                     
050400     MOVE BL-E-MSG-COUNT(BL-TI) TO BL-BILL-MSG-COUNT.             
050500     MOVE BL-E-BYTES(BL-TI) TO BL-BILL-BYTES.                     
050600     MOVE BL-E-ENCRYPTS(BL-TI) TO BL-BILL-ENCRYPTS.               
050700     MOVE BL-E-DECRYPTS(BL-TI) TO BL-BILL-DECRYPTS.               
050800     MOVE BL-E-CHANGEOVERS(BL-TI) TO BL-BILL-CHANGEOVERS.         
050900     WRITE BL-BILLING-REC.                                        
051000     MOVE BL-E-KEY-ID(BL-TI) TO BL-DET-KEY-ID.                    
051100     MOVE BL-E-MONTH(BL-TI)(1:4) TO BL-MONTH-ED-YYYY.             
051200     MOVE BL-E-MONTH(BL-TI)(5:2) TO BL-MONTH-ED-MM.               
051300     MOVE BL-MONTH-EDITED TO BL-DET-MONTH.                        
051400     MOVE BL-E-MSG-COUNT(BL-TI) TO BL-DET-MSGS.                   
051500     MOVE BL-E-BYTES(BL-TI) TO BL-DET-BYTES.                      
051600     MOVE BL-E-ENCRYPTS(BL-TI) TO BL-DET-ENCRYPTS.                
051700     MOVE BL-E-DECRYPTS(BL-TI) TO BL-DET-DECRYPTS.                
051800     MOVE BL-E-CHANGEOVERS(BL-TI) TO BL-DET-CHANGEOVERS.          
051900     MOVE BL-DETAIL-LINE TO BL-PRINT-LINE.                        
052000     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
052100     ADD 1 TO BL-TOT-PARTNERS.                                    
052200     ADD BL-E-MSG-COUNT(BL-TI) TO BL-TOT-MSGS.                    
052300     ADD BL-E-BYTES(BL-TI) TO BL-TOT-BYTES.                       
052400     ADD BL-E-ENCRYPTS(BL-TI) TO BL-TOT-ENCRYPTS.                 
052500     ADD BL-E-DECRYPTS(BL-TI) TO BL-TOT-DECRYPTS.                 
052600     ADD BL-E-CHANGEOVERS(BL-TI) TO BL-TOT-CHANGEOVERS.           
052700 3100-EXIT.                                                       
052800     EXIT.                                                        
052900*                                                                 
053000 3200-PRINT-GRAND-TOTALS.                                         
053100     MOVE 99 TO BL-LINE-COUNT.                                    
053200     MOVE BL-GRAND-HEADER-LINE TO BL-PRINT-LINE.                  
053300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
053400     MOVE "PARTNER-MONTH BILLING RECORDS" TO BL-COUNT-LABEL.      
053500     MOVE BL-TOT-PARTNERS TO BL-COUNT-VALUE.                      
053600     MOVE BL-COUNT-LINE TO BL-PRINT-LINE.                         
053700     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
053800     MOVE "MESSAGES BILLED" TO BL-COUNT-LABEL.                    
053900     MOVE BL-TOT-MSGS TO BL-COUNT-VALUE.                          
054000     MOVE BL-COUNT-LINE TO BL-PRINT-LINE.                         
054100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
054200     MOVE "BYTES CIPHERED" TO BL-COUNT-LABEL.                     
054300     MOVE BL-TOT-BYTES TO BL-COUNT-VALUE.                         
054400     MOVE BL-COUNT-LINE TO BL-PRINT-LINE.                         
054500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
054600     MOVE "ENCRYPT OPERATIONS" TO BL-COUNT-LABEL.                 
054700     MOVE BL-TOT-ENCRYPTS TO BL-COUNT-VALUE.                      
054800     MOVE BL-COUNT-LINE TO BL-PRINT-LINE.                         
054900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
055000     MOVE "DECRYPT OPERATIONS" TO BL-COUNT-LABEL.                 
055100     MOVE BL-TOT-DECRYPTS TO BL-COUNT-VALUE.                      
055200     MOVE BL-COUNT-LINE TO BL-PRINT-LINE.                         
055300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
055400     MOVE "CHANGEOVER OPERATIONS" TO BL-COUNT-LABEL.              
055500     MOVE BL-TOT-CHANGEOVERS TO BL-COUNT-VALUE.                   
055600     MOVE BL-COUNT-LINE TO BL-PRINT-LINE.                         
055700     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
055800 3200-EXIT.                                                       
055900     EXIT.                                                        
056000*                                                                 
056100***************************************************************** 
056200* 2700-PRINT-REPORT-LINE - PRINT ONE LINE FROM BL-PRINT-LINE,    *
056300* BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE PAGE IS FULL.    *
056400***************************************************************** 
056500 2700-PRINT-REPORT-LINE.                                          
056600     IF BL-LINE-COUNT > BL-LINES-PER-PAGE                         
056700         PERFORM 2800-PRINT-PAGE-HEADING THRU 2800-EXIT           
056800     END-IF.                                                      
056900     WRITE BL-REPORT-REC FROM BL-PRINT-LINE                       
057000         AFTER ADVANCING 1 LINE.                                  
057100     ADD 1 TO BL-LINE-COUNT.                                      
057200 2700-EXIT.                                                       
057300     EXIT.                                                        
057400*                                                                 
057500 2800-PRINT-PAGE-HEADING.                                         
057600     ADD 1 TO BL-PAGE-COUNT.                                      
057700     MOVE BL-PAGE-COUNT TO BL-HEAD-PAGE.                          
057800     WRITE BL-REPORT-REC FROM BL-HEADING-1                        
057900         AFTER ADVANCING PAGE.                                    
058000     WRITE BL-REPORT-REC FROM BL-HEADING-2                        
058100         AFTER ADVANCING 1 LINE.                                  
058200     MOVE SPACES TO BL-REPORT-REC.                                
058300     WRITE BL-REPORT-REC AFTER ADVANCING 1 LINE.                  
058400     WRITE BL-REPORT-REC FROM BL-COLUMN-HEADER-LINE               
058500         AFTER ADVANCING 1 LINE.                                  
058600     MOVE SPACES TO BL-REPORT-REC.                                
058700     WRITE BL-REPORT-REC AFTER ADVANCING 1 LINE.                  
058800     MOVE 5 TO BL-LINE-COUNT.                                     
058900 2800-EXIT.                                                       
059000     EXIT.                                                        
059100*                                                                 
059200***************************************************************** 
059300* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
059400***************************************************************** 
059500 9000-TERMINATE.                                                  
059600     CLOSE AUDIT-TRAIL-FILE.                                      
059700     CLOSE BILLING-EXTRACT-FILE.                                  
059800     CLOSE PROOF-REPORT-FILE.                                     
059900 9000-EXIT.                                                       
060000     EXIT.                                                        
060100*                                                                 
060200***************************************************************** 
060300* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP.            *
060400***************************************************************** 
060500 9900-ABEND-ROUTINE.                                              
060600     DISPLAY "CEASBIL - JOB TERMINATED, RETURN CODE " RETURN-CODE.
060700     STOP RUN.                                                    
060800 9900-EXIT.                                                       
060900     EXIT.                                                        
