001500* REVIEW. ENDS WITH A GRAND-TOTAL PAGE LIKE OUR OTHER DAILY      *
001600* REPORTS. THE AUDIT FILE IS WRITTEN IN DATE ORDER, SO THE       *
001700* REPORT BREAKS ON A CHANGE OF AUDIT DATE.                       *
001800* RUNS EQUALLY AGAINST A CEASROL ARCHIVE GENERATION WHEN A PRIOR *
001900* MONTH IS REOPENED: THE GENERATION'S *HDR IS NAMED IN THE PAGE  *
002000* HEADING, AND ITS *TRL COUNT AND BYTE TOTAL MUST AGREE WITH     *
002100* WHAT WAS READ OR THE RUN STOPS WITH RETURN CODE 16.            *
002200***************************************************************** 
002300*                                                                 
002400* MODIFICATION HISTORY.                                           
002500*  DATE       INIT  DESCRIPTION                                   
002600*  08/23/2026 MWK   ORIGINAL CODING - FORMATTED OPERATIONS        
002700*                   SUMMARY OVER THE RAW CEASAUD RECORDS THAT     
002800*                   UNTIL NOW HAD TO BE BROWSED BY HAND.          
002900*  08/23/2026 MWK   AUDIT LENGTH FIELD WIDENED TO FOUR DIGITS     
003000*                   IN STEP WITH CEASER'S VARIABLE-LENGTH         
003100*                   MESSAGE SUPPORT.                              
003200*  09/02/2026 MWK   AUDIT RECORD PICKED UP THE PARTNER KEY-ID     
003300*                   AND ORIGINATING PROGRAM FIELDS, IN STEP       
003400*                   WITH CEASER. THE DAILY SUMMARY DOES NOT       
003500*                   REPORT THEM - PER-PARTNER ROLLUPS ARE         
003600*                   CEASBIL'S JOB.                                
003700*  09/02/2026 MWK   AUDIT RECORD PICKED UP THE KEY-GENERATION     
003800*                   EFFECTIVE-DATE FIELD, IN STEP WITH            
003900*                   CEASER'S CUTOVER-TOLERANT DECRYPT CHANGE.     
004000*                   NOT REPORTED HERE.                            
004100*  10/15/2026 MWK   RUNS AGAINST A CEASAUD ARCHIVE GENERATION AS  
004200*                   WELL AS THE ACTIVE FILE. THE GENERATION'S     
004300*                   *HDR/*TRL ARE CHECKED AND NOT REPORTED, AND   
004400*                   THE *HDR IS NAMED IN THE PAGE HEADING.        
004500*                                                                 
004600 ENVIRONMENT DIVISION.                                            
004700 CONFIGURATION SECTION.                                           
004800 SOURCE-COMPUTER. IBM-370.                                        
004900 OBJECT-COMPUTER. IBM-370.                                        
005000 INPUT-OUTPUT SECTION.                                            
005100 FILE-CONTROL.                                                    
005200     SELECT AUDIT-TRAIL-FILE ASSIGN TO CEASAUD                    
005300         ORGANIZATION IS SEQUENTIAL.                              
005400     SELECT SUMMARY-REPORT-FILE ASSIGN TO CEASRPT                 
005500         ORGANIZATION IS SEQUENTIAL.                              
005600*                                                                 
005700 DATA DIVISION.                                                   
005800 FILE SECTION.                                                    
005900*    AUDIT TRAIL AS CEASER WRITES IT. CEASER CARRIES ITS OWN      
006000*    CS-AUDIT-REC LAYOUT OF THIS RECORD - THE TWO MATCH TODAY BUT 
006100*    ARE NOT ACTUALLY SHARED, SO KEEP THEM IN STEP BY HAND IF     
006200*    EITHER CHANGES.                                              
006300 FD  AUDIT-TRAIL-FILE                                             
006400     RECORDING MODE IS F                                          
006500     RECORD CONTAINS 80 CHARACTERS.                               
006600 01  CR-AUDIT-REC.                                                
006700     05  CR-AUDIT-DATE           PIC 9(08).                       
006800     05  FILLER                  PIC X(01).                       
006900     05  CR-AUDIT-PARAGRAPH      PIC X(20).                       
007000     05  FILLER                  PIC X(01).                       
007100     05  CR-AUDIT-SHIFT          PIC 9(08).                       
007200     05  FILLER                  PIC X(01).                       
007300     05  CR-AUDIT-LENGTH         PIC 9(04).                       
007400     05  FILLER                  PIC X(01).                       
007500     05  CR-AUDIT-KEY-ID         PIC X(08).                       
007600     05  FILLER                  PIC X(01).                       
007700     05  CR-AUDIT-PROGRAM        PIC X(08).                       
007800     05  FILLER                  PIC X(01).                       
007900     05  CR-AUDIT-GEN-DATE       PIC 9(08).                       
008000     05  FILLER                  PIC X(10).                       
008100*    AN ARCHIVE GENERATION'S *HDR AND *TRL SHARE THE RECORD AREA. 
008200     COPY AUDARCH.                                                
008300*                                                                 
008400 FD  SUMMARY-REPORT-FILE                                          
008500     RECORDING MODE IS F                                          
008600     RECORD CONTAINS 132 CHARACTERS.                              
008700 01  CR-REPORT-REC               PIC X(132).                      
008800*                                                                 
008900 WORKING-STORAGE SECTION.                                         
009000*                                                                 
009100*    PROGRAM SWITCHES.                                            
009200 77  CR-EOF-SWITCH                PIC X(01) VALUE "N".            
009300     88  CR-END-OF-AUDIT                    VALUE "Y".            
009400 77  CR-DATA-SWITCH               PIC X(01) VALUE "N".            
009500     88  CR-DATA-RECORD-IN-HAND             VALUE "Y".            
009600 77  CR-ARCHIVE-SWITCH            PIC X(01) VALUE "N".            
009700     88  CR-IN-ARCHIVE-GENERATION           VALUE "Y".            
009800*                                                                 
009900*    COUNT AND MESSAGE BYTES READ SINCE AN ARCHIVE GENERATION'S   
010000*    *HDR, FOR CHECKING AGAINST ITS *TRL.                         
010100 77  CR-GEN-COUNT                 PIC 9(09) COMP VALUE ZERO.      
010200 77  CR-GEN-BYTES                 PIC 9(15) COMP VALUE ZERO.      
010300*                                                                 
010400*    CONTROL BREAK AND PAGE CONTROL FIELDS. THE LINE COUNT STARTS 
010500*    PAST THE PAGE LIMIT SO THE FIRST PRINTED LINE FORCES THE     
010600*    FIRST PAGE HEADING.                                          
010700 77  CR-CURRENT-DATE              PIC 9(08) VALUE ZERO.           
010800 77  CR-RUN-DATE                  PIC 9(08) VALUE ZERO.           
010900 77  CR-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
011000 77  CR-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
011100 77  CR-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
011200*                                                                 
011300*    DAILY ACTIVITY COUNTERS, RESET AT EACH DATE BREAK.           
011400 77  CR-DAY-ENCRYPTS              PIC 9(07) COMP VALUE ZERO.      
011500 77  CR-DAY-DECRYPTS              PIC 9(07) COMP VALUE ZERO.      
011600 77  CR-DAY-OTHERS                PIC 9(07) COMP VALUE ZERO.      
011700 77  CR-DAY-RECORDS               PIC 9(07) COMP VALUE ZERO.      
011800*                                                                 
011900*    GRAND TOTAL COUNTERS FOR THE FINAL PAGE.                     
012000 77  CR-DAY-COUNT                 PIC 9(05) COMP VALUE ZERO.      
012100 77  CR-TOT-ENCRYPTS              PIC 9(09) COMP VALUE ZERO.      
012200 77  CR-TOT-DECRYPTS              PIC 9(09) COMP VALUE ZERO.      
012300 77  CR-TOT-OTHERS                PIC 9(09) COMP VALUE ZERO.      
012400 77  CR-TOT-RECORDS               PIC 9(09) COMP VALUE ZERO.      
012500*                                                                 
012600*    SHIFT USAGE TABLES - HOW OFTEN EACH SHIFT VALUE 1-25 WAS     
012700*    USED, PER DAY AND OVER THE WHOLE FILE.                       
012800 01  CR-DAY-SHIFT-TABLE.                                          
012900     05  CR-DAY-SHIFT-COUNT OCCURS 25 TIMES PIC 9(07) VALUE ZERO. 
013000 01  CR-TOT-SHIFT-TABLE.                                          
013100     05  CR-TOT-SHIFT-COUNT OCCURS 25 TIMES PIC 9(09) VALUE ZERO. 
013200 77  CR-SI                        PIC 9(03) COMP VALUE 1.         
013300*                                                                 
013400*    DATE FORMATTING WORK FIELDS.                                 
013500 77  CR-DATE-IN                   PIC 9(08) VALUE ZERO.           
013600 01  CR-DATE-EDITED.                                              
013700     05  CR-DATE-ED-YYYY         PIC X(04).                       
013800     05  FILLER                  PIC X(01) VALUE "/".             
013900     05  CR-DATE-ED-MM           PIC X(02).                       
014000     05  FILLER                  PIC X(01) VALUE "/".             
014100     05  CR-DATE-ED-DD           PIC X(02).                       
014200*                                                                 
014300*    REPORT LINE LAYOUTS.                                         
014400 01  CR-PRINT-LINE                PIC X(132) VALUE SPACES.        
014500*                                                                 
014600 01  CR-HEADING-1.                                                
014700     05  FILLER                  PIC X(08) VALUE "CEASRPT ".      
014800     05  FILLER                  PIC X(32) VALUE SPACES.          
014900     05  FILLER                  PIC X(36) VALUE                  
015000         "CEASER DAILY CIPHER ACTIVITY SUMMARY".                  
015100     05  FILLER                  PIC X(38) VALUE SPACES.          
015200     05  FILLER                  PIC X(05) VALUE "PAGE ".         
015300     05  CR-HEAD-PAGE            PIC ZZZ9.                        
015400     05  FILLER                  PIC X(09) VALUE SPACES.          
015500*                                                                 
015600 01  CR-HEADING-2.                                                
015700     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
015800     05  CR-HEAD-RUN-DATE        PIC X(10).                       
015900     05  FILLER                  PIC X(05) VALUE SPACES.          
016000     05  CR-HEAD-SOURCE.                                          
016100         10  CR-HEAD-CUT-TEXT    PIC X(23).                       
016200         10  CR-HEAD-CUT-DATE    PIC X(10).                       
016300         10  CR-HEAD-BEFORE-TEXT PIC X(21).                       
016400         10  CR-HEAD-CUTOFF-DATE PIC X(10).                       
016500     05  FILLER                  PIC X(44) VALUE SPACES.          
016600*                                                                 
016700 01  CR-DAY-HEADER-LINE.                                          
016800     05  FILLER                  PIC X(18) VALUE                  
016900         "ACTIVITY FOR DATE ".                                    
017000     05  CR-DAY-HEADER-DATE      PIC X(10).                       
017100     05  FILLER                  PIC X(104) VALUE SPACES.         
017200*                                                                 
017300 01  CR-COUNT-LINE.                                               
017400     05  FILLER                  PIC X(05) VALUE SPACES.          
017500     05  CR-COUNT-LABEL          PIC X(25).                       
017600     05  CR-COUNT-VALUE          PIC ZZZ,ZZZ,ZZ9.                 
017700     05  FILLER                  PIC X(91) VALUE SPACES.          
017800*                                                                 
017900 01  CR-SHIFT-LINE.                                               
018000     05  FILLER                  PIC X(10) VALUE SPACES.          
018100     05  FILLER                  PIC X(06) VALUE "SHIFT ".        
018200     05  CR-SHIFT-VALUE-ED       PIC Z9.                          
018300     05  FILLER                  PIC X(06) VALUE " USED ".        
018400     05  CR-SHIFT-COUNT-ED       PIC ZZZ,ZZZ,ZZ9.                 
018500     05  FILLER                  PIC X(06) VALUE " TIMES".        
018600     05  FILLER                  PIC X(91) VALUE SPACES.          
018700*                                                                 
018800 01  CR-FLAG-LINE.                                                
018900     05  FILLER                  PIC X(05) VALUE SPACES.          
019000     05  FILLER                  PIC X(70) VALUE                  
019100         "** DECRYPT ACTIVITY ON THIS DATE - CONFIRM IT WAS SCHEDU
019200-        "LED **".                                                
019300     05  FILLER                  PIC X(57) VALUE SPACES.          
019400*                                                                 
019500 01  CR-GRAND-HEADER-LINE.                                        
019600     05  FILLER                  PIC X(12) VALUE "GRAND TOTALS".  
019700     05  FILLER                  PIC X(120) VALUE SPACES.         
019800*                                                                 
019900 01  CR-NO-ACTIVITY-LINE.                                         
020000     05  FILLER                  PIC X(29) VALUE                  
020100         "NO AUDIT ACTIVITY TO REPORT".                           
020200     05  FILLER                  PIC X(103) VALUE SPACES.         
020300*                                                                 
020400 PROCEDURE DIVISION.                                              
020500***************************************************************** 
020600* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
020700***************************************************************** 
020800 0000-MAINLINE.                                                   
020900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
021000     PERFORM 2000-PROCESS-AUDIT-RECORD THRU 2000-EXIT             
021100         UNTIL CR-END-OF-AUDIT.                                   
021200     PERFORM 3000-PRINT-FINAL-TOTALS THRU 3000-EXIT.              
021300     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
021400     STOP RUN.                                                    
021500*                                                                 
021600***************************************************************** 
021700* 1000-INITIALIZE - OPEN FILES, STAMP THE RUN DATE INTO THE      *
021800* PAGE HEADING, PRIME READ.                                      *
021900***************************************************************** 
022000 1000-INITIALIZE.                                                 
022100     ACCEPT CR-RUN-DATE FROM DATE YYYYMMDD.                       
022200     MOVE CR-RUN-DATE TO CR-DATE-IN.                              
022300     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
022400     MOVE CR-DATE-EDITED TO CR-HEAD-RUN-DATE.                     
022500     MOVE SPACES TO CR-HEAD-SOURCE.                               
022600     OPEN INPUT AUDIT-TRAIL-FILE.                                 
022700     OPEN OUTPUT SUMMARY-REPORT-FILE.                             
022800     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.               
022900 1000-EXIT.                                                       
023000     EXIT.                                                        
023100*                                                                 
023200***************************************************************** 
023300* 2000-PROCESS-AUDIT-RECORD - TALLY ONE AUDIT RECORD INTO THE    *
023400* DAILY AND GRAND TOTALS, BREAKING TO A NEW SUMMARY SECTION      *
023500* WHEN THE AUDIT DATE CHANGES.                                   *
023600***************************************************************** 
023700 2000-PROCESS-AUDIT-RECORD.                                       
023800     IF CR-AUDIT-DATE NOT = CR-CURRENT-DATE                       
023900         IF CR-CURRENT-DATE > ZERO                                
024000             PERFORM 2500-PRINT-DAY-SUMMARY THRU 2500-EXIT        
024100         END-IF                                                   
024200         MOVE CR-AUDIT-DATE TO CR-CURRENT-DATE                    
024300         PERFORM 2400-CLEAR-DAY-COUNTERS THRU 2400-EXIT           
024400     END-IF.                                                      
024500     EVALUATE CR-AUDIT-PARAGRAPH                                  
024600         WHEN "3000-ENCRYPT-MESSAGE"                              
024700             ADD 1 TO CR-DAY-ENCRYPTS                             
024800             ADD 1 TO CR-TOT-ENCRYPTS                             
024900         WHEN "3100-DECRYPT-MESSAGE"                              
025000             ADD 1 TO CR-DAY-DECRYPTS                             
025100             ADD 1 TO CR-TOT-DECRYPTS                             
025200         WHEN OTHER                                               
025300             ADD 1 TO CR-DAY-OTHERS                               
025400             ADD 1 TO CR-TOT-OTHERS                               
025500     END-EVALUATE.                                                
025600     ADD 1 TO CR-DAY-RECORDS.                                     
025700     ADD 1 TO CR-TOT-RECORDS.                                     
025800     IF CR-AUDIT-SHIFT > ZERO AND CR-AUDIT-SHIFT < 26             
025900         ADD 1 TO CR-DAY-SHIFT-COUNT(CR-AUDIT-SHIFT)              
026000         ADD 1 TO CR-TOT-SHIFT-COUNT(CR-AUDIT-SHIFT)              
026100     END-IF.                                                      
026200     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.               
026300 2000-EXIT.                                                       
026400     EXIT.                                                        
026500*                                                                 
026600***************************************************************** 
026700* 2100-READ-AUDIT-RECORD - READ TO THE NEXT AUDIT RECORD,        *
026800* HANDLING ANY ARCHIVE *HDR OR *TRL ON THE WAY.                  *
026900***************************************************************** 
027000 2100-READ-AUDIT-RECORD.                                          
027100     MOVE "N" TO CR-DATA-SWITCH.                                  
027200     PERFORM 2110-READ-ONE-RECORD THRU 2110-EXIT                  
027300         UNTIL CR-END-OF-AUDIT OR CR-DATA-RECORD-IN-HAND.         
027400 2100-EXIT.                                                       
027500     EXIT.                                                        
027600*                                                                 
027700 2110-READ-ONE-RECORD.                                            
027800     READ AUDIT-TRAIL-FILE                                        
027900         AT END                                                   
028000             SET CR-END-OF-AUDIT TO TRUE                          
028100             IF CR-IN-ARCHIVE-GENERATION                          
028200                 DISPLAY "CEASRPT0002 - ARCHIVE GENERATION "      
028300                     "HAS NO *TRL - IT IS INCOMPLETE"             
028400                 MOVE 16 TO RETURN-CODE                           
028500                 GO TO 9900-ABEND-ROUTINE                         
028600             END-IF                                               
028700             GO TO 2110-EXIT                                      
028800     END-READ.                                                    
028900     IF AH-HEADER-REC                                             
029000         PERFORM 2150-START-ARCHIVE-GENERATION THRU 2150-EXIT     
029100         GO TO 2110-EXIT                                          
029200     END-IF.                                                      
029300     IF AH-TRAILER-REC                                            
029400         PERFORM 2160-CHECK-ARCHIVE-TRAILER THRU 2160-EXIT        
029500         GO TO 2110-EXIT                                          
029600     END-IF.                                                      
029700     SET CR-DATA-RECORD-IN-HAND TO TRUE.                          
029800     IF CR-IN-ARCHIVE-GENERATION                                  
029900         ADD 1 TO CR-GEN-COUNT                                    
030000         IF CR-AUDIT-LENGTH NUMERIC                               
030100             ADD CR-AUDIT-LENGTH TO CR-GEN-BYTES                  
030200         END-IF                                                   
030300     END-IF.                                                      
030400 2110-EXIT.                                                       
030500     EXIT.                                                        
030600*                                                                 
030700***************************************************************** 
030800* 2150-START-ARCHIVE-GENERATION - NAME THE GENERATION IN THE     *
030900* PAGE HEADING AND START COUNTING IT.                            *
031000***************************************************************** 
031100 2150-START-ARCHIVE-GENERATION.                                   
031200     IF CR-IN-ARCHIVE-GENERATION                                  
031300         DISPLAY "CEASRPT0002 - ARCHIVE GENERATION HAS NO "       
031400             "*TRL - IT IS INCOMPLETE"                            
031500         MOVE 16 TO RETURN-CODE                                   
031600         GO TO 9900-ABEND-ROUTINE                                 
031700     END-IF.                                                      
031800     SET CR-IN-ARCHIVE-GENERATION TO TRUE.                        
031900     MOVE ZERO TO CR-GEN-COUNT.                                   
032000     MOVE ZERO TO CR-GEN-BYTES.                                   
032100     MOVE "ARCHIVE GENERATION CUT " TO CR-HEAD-CUT-TEXT.          
032200     MOVE AH-HDR-CREATED-DATE TO CR-DATE-IN.                      
032300     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
032400     MOVE CR-DATE-EDITED TO CR-HEAD-CUT-DATE.                     
032500     MOVE ", AUDIT DATES BEFORE " TO CR-HEAD-BEFORE-TEXT.         
032600     MOVE AH-HDR-CUTOFF-DATE TO CR-DATE-IN.                       
032700     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
032800     MOVE CR-DATE-EDITED TO CR-HEAD-CUTOFF-DATE.                  
032900 2150-EXIT.                                                       
033000     EXIT.                                                        
033100*                                                                 
033200***************************************************************** 
033300* 2160-CHECK-ARCHIVE-TRAILER - THE GENERATION MUST HOLD EXACTLY  *
033400* THE RECORDS AND MESSAGE BYTES ITS *TRL SAYS, OR THE REPORT     *
033500* WOULD NOT BE OVER THE WHOLE MONTH.                             *
033600***************************************************************** 
033700 2160-CHECK-ARCHIVE-TRAILER.                                      
033800     IF NOT CR-IN-ARCHIVE-GENERATION                              
033900         DISPLAY "CEASRPT0001 - ARCHIVE *TRL WITH NO *HDR"        
034000         MOVE 16 TO RETURN-CODE                                   
034100         GO TO 9900-ABEND-ROUTINE                                 
034200     END-IF.                                                      
034300     IF AH-TRL-RECORD-COUNT NOT = CR-GEN-COUNT                    
034400             OR AH-TRL-BYTE-TOTAL NOT = CR-GEN-BYTES              
034500         DISPLAY "CEASRPT0001 - ARCHIVE GENERATION DOES NOT "     
034600             "AGREE WITH ITS *TRL - " CR-GEN-COUNT                
034700             " RECORDS READ, " AH-TRL-RECORD-COUNT " ON *TRL"     
034800         MOVE 16 TO RETURN-CODE                                   
034900         GO TO 9900-ABEND-ROUTINE                                 
035000     END-IF.                                                      
035100     MOVE "N" TO CR-ARCHIVE-SWITCH.                               
035200 2160-EXIT.                                                       
035300     EXIT.                                                        
035400*                                                                 
035500***************************************************************** 
035600* 2400-CLEAR-DAY-COUNTERS - RESET THE DAILY TOTALS AND SHIFT     *
035700* USAGE TABLE AT A DATE BREAK.                                   *
035800***************************************************************** 
035900 2400-CLEAR-DAY-COUNTERS.                                         
036000     MOVE ZERO TO CR-DAY-ENCRYPTS.                                
036100     MOVE ZERO TO CR-DAY-DECRYPTS.                                
036200     MOVE ZERO TO CR-DAY-OTHERS.                                  
036300     MOVE ZERO TO CR-DAY-RECORDS.                                 
036400     PERFORM 2410-CLEAR-ONE-SHIFT-COUNT THRU 2410-EXIT            
036500         VARYING CR-SI FROM 1 BY 1 UNTIL CR-SI > 25.              
036600 2400-EXIT.                                                       
036700     EXIT.                                                        
036800*                                                                 
036900 2410-CLEAR-ONE-SHIFT-COUNT.                                      
037000     MOVE ZERO TO CR-DAY-SHIFT-COUNT(CR-SI).                      
037100 2410-EXIT.                                                       
037200     EXIT.                                                        
037300*                                                                 
037400***************************************************************** 
037500* 2500-PRINT-DAY-SUMMARY - PRINT THE FINISHED DAY'S SECTION:     *
037600* HEADER, OPERATION COUNTS, SHIFT USAGE, AND THE COMPLIANCE      *
037700* FLAG WHEN ANY DECRYPT ACTIVITY WAS RECORDED.                   *
037800***************************************************************** 
037900 2500-PRINT-DAY-SUMMARY.                                          
038000     ADD 1 TO CR-DAY-COUNT.                                       
038100     MOVE SPACES TO CR-PRINT-LINE.                                
038200     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
038300     MOVE CR-CURRENT-DATE TO CR-DATE-IN.                          
038400     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
038500     MOVE CR-DATE-EDITED TO CR-DAY-HEADER-DATE.                   
038600     MOVE CR-DAY-HEADER-LINE TO CR-PRINT-LINE.                    
038700     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
038800     MOVE "RECORDS PROCESSED" TO CR-COUNT-LABEL.                  
038900     MOVE CR-DAY-RECORDS TO CR-COUNT-VALUE.                       
039000     MOVE CR-COUNT-LINE TO CR-PRINT-LINE.                         
039100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
039200     MOVE "ENCRYPT OPERATIONS" TO CR-COUNT-LABEL.                 
039300     MOVE CR-DAY-ENCRYPTS TO CR-COUNT-VALUE.                      
039400     MOVE CR-COUNT-LINE TO CR-PRINT-LINE.                         
039500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
039600     MOVE "DECRYPT OPERATIONS" TO CR-COUNT-LABEL.                 
039700     MOVE CR-DAY-DECRYPTS TO CR-COUNT-VALUE.                      
039800     MOVE CR-COUNT-LINE TO CR-PRINT-LINE.                         
039900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
040000     IF CR-DAY-OTHERS > ZERO                                      
040100         MOVE "OTHER OPERATIONS" TO CR-COUNT-LABEL                
040200         MOVE CR-DAY-OTHERS TO CR-COUNT-VALUE                     
040300         MOVE CR-COUNT-LINE TO CR-PRINT-LINE                      
040400         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
040500     END-IF.                                                      
040600     PERFORM 2600-PRINT-DAY-SHIFT-LINE THRU 2600-EXIT             
040700         VARYING CR-SI FROM 1 BY 1 UNTIL CR-SI > 25.              
040800     IF CR-DAY-DECRYPTS > ZERO                                    
040900         MOVE CR-FLAG-LINE TO CR-PRINT-LINE                       
041000         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
041100     END-IF.                                                      
041200 2500-EXIT.                                                       
041300     EXIT.                                                        
041400*                                                                 
041500 2600-PRINT-DAY-SHIFT-LINE.                                       
041600     IF CR-DAY-SHIFT-COUNT(CR-SI) > ZERO                          
041700         MOVE CR-SI TO CR-SHIFT-VALUE-ED                          
041800         MOVE CR-DAY-SHIFT-COUNT(CR-SI) TO CR-SHIFT-COUNT-ED      
041900         MOVE CR-SHIFT-LINE TO CR-PRINT-LINE                      
042000         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
042100     END-IF.                                                      
042200 2600-EXIT.                                                       
042300     EXIT.                                                        
042400*                                                                 
042500***************************************************************** 
042600* 2650-FORMAT-DATE - EDIT A YYYYMMDD DATE IN CR-DATE-IN INTO     *
042700* THE YYYY/MM/DD SHAPE THE REPORT PRINTS.                        *
042800***************************************************************** 
042900 2650-FORMAT-DATE.                                                
043000     MOVE CR-DATE-IN(1:4) TO CR-DATE-ED-YYYY.                     
043100     MOVE CR-DATE-IN(5:2) TO CR-DATE-ED-MM.                       
043200     MOVE CR-DATE-IN(7:2) TO CR-DATE-ED-DD.                       
043300 2650-EXIT.                                                       
043400     EXIT.                                                        
043500*                                                                 
043600***************************************************************** 
043700* 2700-PRINT-REPORT-LINE - PRINT ONE LINE FROM CR-PRINT-LINE,    *
043800* BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE PAGE IS FULL.    *
043900***************************************************************** 
044000 2700-PRINT-REPORT-LINE.                                          
044100     IF CR-LINE-COUNT > CR-LINES-PER-PAGE                         
044200         PERFORM 2800-PRINT-PAGE-HEADING THRU 2800-EXIT           
044300     END-IF.                                                      
044400     WRITE CR-REPORT-REC FROM CR-PRINT-LINE                       
044500         AFTER ADVANCING 1 LINE.                                  
044600     ADD 1 TO CR-LINE-COUNT.                                      
044700 2700-EXIT.                                                       
044800     EXIT.                                                        
044900*                                                                 
045000 2800-PRINT-PAGE-HEADING.                                         
045100     ADD 1 TO CR-PAGE-COUNT.                                      
045200     MOVE CR-PAGE-COUNT TO CR-HEAD-PAGE.                          
045300     WRITE CR-REPORT-REC FROM CR-HEADING-1                        
045400         AFTER ADVANCING PAGE.                                    
045500     WRITE CR-REPORT-REC FROM CR-HEADING-2                        
045600         AFTER ADVANCING 1 LINE.                                  
045700     MOVE SPACES TO CR-REPORT-REC.                                
045800     WRITE CR-REPORT-REC AFTER ADVANCING 1 LINE.                  
045900     MOVE 3 TO CR-LINE-COUNT.                                     
046000 2800-EXIT.                                                       
046100     EXIT.                                                        
046200*                                                                 
046300***************************************************************** 
046400* 3000-PRINT-FINAL-TOTALS - CLOSE OUT THE LAST OPEN DAY, THEN    *
046500* PRINT THE GRAND-TOTAL PAGE.                                    *
046600***************************************************************** 
046700 3000-PRINT-FINAL-TOTALS.                                         
046800     IF CR-CURRENT-DATE > ZERO                                    
046900         PERFORM 2500-PRINT-DAY-SUMMARY THRU 2500-EXIT            
047000     END-IF.                                                      
047100     MOVE 99 TO CR-LINE-COUNT.                                    
047200     IF CR-DAY-COUNT = ZERO                                       
047300         MOVE CR-NO-ACTIVITY-LINE TO CR-PRINT-LINE                
047400         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
047500         GO TO 3000-EXIT                                          
047600     END-IF.                                                      
047700     MOVE CR-GRAND-HEADER-LINE TO CR-PRINT-LINE.                  
047800     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
047900     MOVE "DAYS REPORTED" TO CR-COUNT-LABEL.                      
048000     MOVE CR-DAY-COUNT TO CR-COUNT-VALUE.                         
048100     MOVE CR-COUNT-LINE TO CR-PRINT-LINE.                         
048200     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
048300     MOVE "RECORDS PROCESSED" TO CR-COUNT-LABEL.                  
048400     MOVE CR-TOT-RECORDS TO CR-COUNT-VALUE.                       
048500     MOVE CR-COUNT-LINE TO CR-PRINT-LINE.                         
048600     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
048700     MOVE "ENCRYPT OPERATIONS" TO CR-COUNT-LABEL.                 
048800     MOVE CR-TOT-ENCRYPTS TO CR-COUNT-VALUE.                      
048900     MOVE CR-COUNT-LINE TO CR-PRINT-LINE.                         
049000     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
049100     MOVE "DECRYPT OPERATIONS" TO CR-COUNT-LABEL.                 
049200     MOVE CR-TOT-DECRYPTS TO CR-COUNT-VALUE.                      
049300     MOVE CR-COUNT-LINE TO CR-PRINT-LINE.                         
049400     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
049500     IF CR-TOT-OTHERS > ZERO                                      
049600         MOVE "OTHER OPERATIONS" TO CR-COUNT-LABEL                
049700         MOVE CR-TOT-OTHERS TO CR-COUNT-VALUE                     
049800         MOVE CR-COUNT-LINE TO CR-PRINT-LINE                      
049900         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
050000     END-IF.                                                      
050100     PERFORM 3100-PRINT-TOT-SHIFT-LINE THRU 3100-EXIT             
050200         VARYING CR-SI FROM 1 BY 1 UNTIL CR-SI > 25.              
050300 3000-EXIT.                                                       
050400     EXIT.                                                        
050500*                                                                 
050600 3100-PRINT-TOT-SHIFT-LINE.                                       
050700     IF CR-TOT-SHIFT-COUNT(CR-SI) > ZERO                          
050800         MOVE CR-SI TO CR-SHIFT-VALUE-ED                          
050900         MOVE CR-TOT-SHIFT-COUNT(CR-SI) TO CR-SHIFT-COUNT-ED      
051000         MOVE CR-SHIFT-LINE TO CR-PRINT-LINE                      
051100         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
051200     END-IF.                                                      
051300 3100-EXIT.                                                       
051400     EXIT.                                                        
051500*                                                                 
051600***************************************************************** 
051700* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
051800***************************************************************** 
051900 9000-TERMINATE.                                                  
052000     CLOSE AUDIT-TRAIL-FILE.                                      
052100     CLOSE SUMMARY-REPORT-FILE.                                   
052200 9000-EXIT.                                                       
052300     EXIT.                                                        
052400*                                                                 
052500***************************************************************** 
052600* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP.            *
052700***************************************************************** 
052800 9900-ABEND-ROUTINE.                                              
052900     DISPLAY "CEASRPT - JOB TERMINATED, RETURN CODE " RETURN-CODE.
053000     STOP RUN.                                                    
053100 9900-EXIT.                                                       
053200     EXIT.                                                        
