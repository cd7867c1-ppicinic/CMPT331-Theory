000100 IDENTIFICATION DIVISION.                                         
000200 PROGRAM-ID. CEASOPX.                                             
000300 AUTHOR. M W KOVAC.                                               
000400 INSTALLATION. DATA SECURITY SERVICES.                            
000500 DATE-WRITTEN. 10/15/2026.                                        
000600 DATE-COMPILED.                                                   
000700***************************************************************** 
000800* CEASOPX - MORNING OPERATIONS EXCEPTION REPORT                  *
000900*                                                                *
001000* READS THE JOB-STEP RUN HISTORY (CEASRHST) THAT CEASER,         *
001100* CEASERV, CEASCHG, CEASVFY, CEASSHP, AND CEASACK EACH ADD TO AT *
001200* END OF JOB, AND LISTS EVERY STEP THAT ENDED IN THE REPORTING   *
001300* WINDOW WITH A NON-ZERO RETURN CODE, A RESTART, OR RECORDS LEFT *
001400* IN SUSPENSE, SO THE SHIFT HANDOVER NO LONGER DEPENDS ON        *
001500* READING THE JOB LOGS BEFORE THE SPOOL IS PURGED. A STEP IS IN  *
001600* THE WINDOW WHEN ITS END DATE AND TIME FALL IN IT. THE DEFAULT  *
001700* WINDOW IS THE OVERNIGHT ONE, 18:00 THE DAY BEFORE THE RUN DATE *
001800* TO THE TIME OF THIS RUN.                                       *
001900*                                                                *
002000* RETURN CODE 8 WHEN A STEP IN THE WINDOW ENDED WITH EXCEPTIONS  *
002100* OR FAILED (RETURN CODE 5 OR HIGHER), 4 WHEN THE WORST LISTED   *
002200* IS A WARNING, A RESTART, OR SUSPENSE. 16 FOR A BAD CONTROL     *
002300* CARD, 19 WHEN THE HISTORY FILE WILL NOT OPEN.                  *
002400***************************************************************** 
002500*                                                                 
002600* MODIFICATION HISTORY.                                           
002700*  DATE       INIT  DESCRIPTION                                   
002800*  10/15/2026 MWK   ORIGINAL CODING - MORNING EXCEPTION REPORT    
002900*                   OVER THE JOB-STEP RUN HISTORY FILE.           
003000*                                                                 
003100 ENVIRONMENT DIVISION.                                            
003200 CONFIGURATION SECTION.                                           
003300 SOURCE-COMPUTER. IBM-370.                                        
003400 OBJECT-COMPUTER. IBM-370.                                        
003500 INPUT-OUTPUT SECTION.                                            
003600 FILE-CONTROL.                                                    
003700     SELECT OPX-CONTROL-FILE ASSIGN TO SYSIN                      
003800         ORGANIZATION IS SEQUENTIAL.                              
003900     SELECT RUN-HISTORY-FILE ASSIGN TO CEASRHST                   
004000         ORGANIZATION IS SEQUENTIAL                               
004100         FILE STATUS IS OX-RHST-FILE-STATUS.                      
004200     SELECT OPX-REPORT-FILE ASSIGN TO CEASOPXR                    
004300         ORGANIZATION IS SEQUENTIAL.                              
004400*                                                                 
004500 DATA DIVISION.                                                   
004600 FILE SECTION.                                                    
004700*    SYSIN CONTROL CARD, OPTIONAL.                                
004800*    COLUMNS  1- 8  WINDOW START DATE (YYYYMMDD). BLANK IS THE    
004900*                   DAY BEFORE THE RUN DATE.                      
005000*    COLUMNS 10-13  WINDOW START TIME (HHMM). BLANK IS 1800.      
005100*    COLUMNS 15-22  WINDOW END DATE (YYYYMMDD). BLANK IS THE RUN  
005200*                   DATE.                                         
005300*    COLUMNS 24-27  WINDOW END TIME (HHMM). BLANK IS 2359 WHEN AN 
005400*                   END DATE IS GIVEN, OTHERWISE THE RUN TIME.    
005500 FD  OPX-CONTROL-FILE                                             
005600     RECORDING MODE IS F                                          
005700     RECORD CONTAINS 80 CHARACTERS.                               
005800 01  OX-CONTROL-REC.                                              
005900     05  OX-CONTROL-START-DATE   PIC X(08).                       
006000     05  FILLER                  PIC X(01).                       
006100     05  OX-CONTROL-START-TIME   PIC X(04).                       
006200     05  FILLER                  PIC X(01).                       
006300     05  OX-CONTROL-END-DATE     PIC X(08).                       
006400     05  FILLER                  PIC X(01).                       
006500     05  OX-CONTROL-END-TIME     PIC X(04).                       
006600     05  FILLER                  PIC X(53).                       
006700*                                                                 
006800 FD  RUN-HISTORY-FILE                                             
006900     RECORDING MODE IS F                                          
007000     RECORD CONTAINS 150 CHARACTERS.                              
007100     COPY RUNHIST.                                                
007200*                                                                 
007300 FD  OPX-REPORT-FILE                                              
007400     RECORDING MODE IS F                                          
007500     RECORD CONTAINS 132 CHARACTERS.                              
007600 01  OX-REPORT-REC               PIC X(132).                      
007700*                                                                 
007800 WORKING-STORAGE SECTION.                                         
007900*                                                                 
008000*    PROGRAM SWITCHES.                                            
008100 77  OX-EOF-SWITCH                PIC X(01) VALUE "N".            
008200     88  OX-END-OF-HISTORY                  VALUE "Y".            
008300 77  OX-LIST-SWITCH               PIC X(01) VALUE "N".            
008400     88  OX-LIST-STEP                       VALUE "Y".            
008500*                                                                 
008600*    FILE STATUS FIELDS.                                          
008700 77  OX-RHST-FILE-STATUS          PIC X(02) VALUE SPACES.         
008800*                                                                 
008900*    RUN DATE AND TIME, AND THE REPORTING WINDOW. EACH END OF     
009000*    THE WINDOW IS HELD AS A YYYYMMDDHHMMSS STAMP SO A STEP'S END 
009100*    DATE AND TIME COMPARE AGAINST IT IN ONE TEST ACROSS MIDNIGHT.
009200 77  OX-RUN-DATE                  PIC 9(08) VALUE ZERO.           
009300 77  OX-RUN-TIME                  PIC 9(08) VALUE ZERO.           
009400 77  OX-DAY-NUMBER                PIC 9(08) VALUE ZERO.           
009500 77  OX-START-DATE                PIC 9(08) VALUE ZERO.           
009600 77  OX-START-HHMM                PIC 9(04) VALUE 1800.           
009700 77  OX-END-DATE                  PIC 9(08) VALUE ZERO.           
009800 77  OX-END-HHMM                  PIC 9(04) VALUE ZERO.           
009900 77  OX-EDIT-HHMM                 PIC 9(04) VALUE ZERO.           
010000 77  OX-WINDOW-START              PIC 9(14) VALUE ZERO.           
010100 77  OX-WINDOW-END                PIC 9(14) VALUE ZERO.           
010200 77  OX-STEP-END                  PIC 9(14) VALUE ZERO.           
010300*                                                                 
010400*    COUNTERS.                                                    
010500 77  OX-RECORDS-READ              PIC 9(07) COMP VALUE ZERO.      
010600 77  OX-UNDATED-COUNT             PIC 9(07) COMP VALUE ZERO.      
010700 77  OX-WINDOW-COUNT              PIC 9(07) COMP VALUE ZERO.      
010800 77  OX-CLEAN-COUNT               PIC 9(07) COMP VALUE ZERO.      
010900 77  OX-WARNING-COUNT             PIC 9(07) COMP VALUE ZERO.      
011000 77  OX-EXCEPTION-COUNT           PIC 9(07) COMP VALUE ZERO.      
011100 77  OX-FAILED-COUNT              PIC 9(07) COMP VALUE ZERO.      
011200 77  OX-RESTART-COUNT             PIC 9(07) COMP VALUE ZERO.      
011300 77  OX-SUSPENSE-STEP-COUNT       PIC 9(07) COMP VALUE ZERO.      
011400 77  OX-SUSPENDED-TOTAL           PIC 9(09) COMP VALUE ZERO.      
011500 77  OX-LISTED-COUNT              PIC 9(07) COMP VALUE ZERO.      
011600*                                                                 
011700*    PAGE CONTROL FIELDS. THE LINE COUNT STARTS PAST THE PAGE     
011800*    LIMIT SO THE FIRST PRINTED LINE FORCES THE FIRST PAGE        
011900*    HEADING.                                                     
012000 77  OX-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
012100 77  OX-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
012200 77  OX-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
012300*                                                                 
012400*    DATE AND TIME FORMATTING WORK FIELDS.                        
012500 77  OX-DATE-IN                   PIC 9(08) VALUE ZERO.           
012600 01  OX-DATE-EDITED.                                              
012700     05  OX-DATE-ED-YYYY         PIC X(04).                       
012800     05  FILLER                  PIC X(01) VALUE "/".             
012900     05  OX-DATE-ED-MM           PIC X(02).                       
013000     05  FILLER                  PIC X(01) VALUE "/".             
013100     05  OX-DATE-ED-DD           PIC X(02).                       
013200 77  OX-TIME-IN                   PIC 9(06) VALUE ZERO.           
013300 01  OX-TIME-EDITED.                                              
013400     05  OX-TIME-ED-HH           PIC X(02).                       
013500     05  FILLER                  PIC X(01) VALUE ":".             
013600     05  OX-TIME-ED-MM           PIC X(02).                       
013700     05  FILLER                  PIC X(01) VALUE ":".             
013800     05  OX-TIME-ED-SS           PIC X(02).                       
013900*                                                                 
014000*    REPORT LINE LAYOUTS.                                         
014100 01  OX-PRINT-LINE                PIC X(132) VALUE SPACES.        
014200*                                                                 
014300 01  OX-HEADING-1.                                                
014400     05  FILLER                  PIC X(08) VALUE "CEASOPX ".      
014500     05  FILLER                  PIC X(30) VALUE SPACES.          
014600     05  FILLER                  PIC X(41) VALUE                  
014700         "OPERATIONS EXCEPTION REPORT".                           
014800     05  FILLER                  PIC X(35) VALUE SPACES.          
014900     05  FILLER                  PIC X(05) VALUE "PAGE ".         
015000     05  OX-HEAD-PAGE            PIC ZZZ9.                        
015100     05  FILLER                  PIC X(09) VALUE SPACES.          
015200*                                                                 
015300 01  OX-HEADING-2.                                                
015400     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
015500     05  OX-HEAD-RUN-DATE        PIC X(10).                       
015600     05  FILLER                  PIC X(113) VALUE SPACES.         
015700*                                                                 
015800 01  OX-SECTION-LINE.                                             
015900     05  OX-SECTION-TITLE        PIC X(60).                       
016000     05  FILLER                  PIC X(72) VALUE SPACES.          
016100*                                                                 
016200 01  OX-TEXT-LINE.                                                
016300     05  FILLER                  PIC X(05) VALUE SPACES.          
016400     05  OX-TEXT                 PIC X(120).                      
016500     05  FILLER                  PIC X(07) VALUE SPACES.          
016600*                                                                 
016700 01  OX-PARM-LINE.                                                
016800     05  FILLER                  PIC X(05) VALUE SPACES.          
016900     05  OX-PARM-LABEL           PIC X(44).                       
017000     05  OX-PARM-DATE            PIC X(10).                       
017100     05  FILLER                  PIC X(01) VALUE SPACE.           
017200     05  OX-PARM-TIME            PIC X(05).                       
017300     05  FILLER                  PIC X(67) VALUE SPACES.          
017400*                                                                 
017500 01  OX-STEP-HEADER-LINE.                                         
017600     05  FILLER                  PIC X(01) VALUE SPACE.           
017700     05  FILLER                  PIC X(09) VALUE "PROGRAM".       
017800     05  FILLER                  PIC X(09) VALUE "FEED ID".       
017900     05  FILLER                  PIC X(09) VALUE "FILE DT".       
018000     05  FILLER                  PIC X(09) VALUE "KEY-ID".        
018100     05  FILLER                  PIC X(02) VALUE "M".             
018200     05  FILLER                  PIC X(20) VALUE "STARTED".       
018300     05  FILLER                  PIC X(15) VALUE "ENDED".         
018400     05  FILLER                  PIC X(09) VALUE "    READ".      
018500     05  FILLER                  PIC X(09) VALUE " WRITTEN".      
018600     05  FILLER                  PIC X(09) VALUE "SUSPENSE".      
018700     05  FILLER                  PIC X(04) VALUE "RST".           
018800     05  FILLER                  PIC X(12) VALUE "MESSAGE".       
018900     05  FILLER                  PIC X(04) VALUE "  RC".          
019000     05  FILLER                  PIC X(01) VALUE SPACE.           
019100     05  FILLER                  PIC X(10) VALUE "REASON".        
019200*                                                                 
019300 01  OX-STEP-LINE.                                                
019400     05  FILLER                  PIC X(01) VALUE SPACE.           
019500     05  OX-STP-PROGRAM          PIC X(08).                       
019600     05  FILLER                  PIC X(01) VALUE SPACE.           
019700     05  OX-STP-FEED-ID          PIC X(08).                       
019800     05  FILLER                  PIC X(01) VALUE SPACE.           
019900     05  OX-STP-FILE-DATE        PIC X(08).                       
020000     05  FILLER                  PIC X(01) VALUE SPACE.           
020100     05  OX-STP-KEY-ID           PIC X(08).                       
020200     05  FILLER                  PIC X(01) VALUE SPACE.           
020300     05  OX-STP-MODE             PIC X(01).                       
020400     05  FILLER                  PIC X(01) VALUE SPACE.           
020500     05  OX-STP-START-DATE       PIC X(10).                       
020600     05  FILLER                  PIC X(01) VALUE SPACE.           
020700     05  OX-STP-START-TIME       PIC X(08).                       
020800     05  FILLER                  PIC X(01) VALUE SPACE.           
020900     05  OX-STP-END-DATE         PIC X(05).                       
021000     05  FILLER                  PIC X(01) VALUE SPACE.           
021100     05  OX-STP-END-TIME         PIC X(08).                       
021200     05  FILLER                  PIC X(01) VALUE SPACE.           
021300     05  OX-STP-READ             PIC ZZZZZZZ9.                    
021400     05  FILLER                  PIC X(01) VALUE SPACE.           
021500     05  OX-STP-WRITTEN          PIC ZZZZZZZ9.                    
021600     05  FILLER                  PIC X(01) VALUE SPACE.           
021700     05  OX-STP-SUSPENDED        PIC ZZZZZZZ9.                    
021800     05  FILLER                  PIC X(02) VALUE SPACES.          
021900     05  OX-STP-RESTART          PIC X(01).                       
022000     05  FILLER                  PIC X(02) VALUE SPACES.          
022100     05  OX-STP-MESSAGE          PIC X(11).                       
022200     05  FILLER                  PIC X(01) VALUE SPACE.           
022300     05  OX-STP-RC               PIC ZZZ9.                        
022400     05  FILLER                  PIC X(01) VALUE SPACE.           
022500     05  OX-STP-REASON           PIC X(09).                       
022600     05  FILLER                  PIC X(01) VALUE SPACE.           
022700*                                                                 
022800 01  OX-COUNT-LINE.                                               
022900     05  FILLER                  PIC X(05) VALUE SPACES.          
023000     05  OX-COUNT-LABEL          PIC X(44).                       
023100     05  OX-COUNT-VALUE          PIC ZZZ,ZZZ,ZZ9.                 
023200     05  FILLER                  PIC X(72) VALUE SPACES.          
023300*                                                                 
023400 PROCEDURE DIVISION.                                              
023500***************************************************************** 
023600* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
023700***************************************************************** 
023800 0000-MAINLINE.                                                   
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
024000     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT.                    
024100     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.                    
024200     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
024300     STOP RUN.                                                    
024400*                                                                 
024500***************************************************************** 
024600* 1000-INITIALIZE - READ THE OPTIONAL CONTROL CARD, SETTLE THE   *
024700* WINDOW, OPEN THE HISTORY, AND PRINT THE WINDOW.                *
024800***************************************************************** 
024900 1000-INITIALIZE.                                                 
025000     ACCEPT OX-RUN-DATE FROM DATE YYYYMMDD.                       
025100     ACCEPT OX-RUN-TIME FROM TIME.                                
025200     MOVE OX-RUN-DATE TO OX-DATE-IN.                              
025300     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
025400     MOVE OX-DATE-EDITED TO OX-HEAD-RUN-DATE.                     
025500     MOVE SPACES TO OX-CONTROL-REC.                               
025600     OPEN INPUT OPX-CONTROL-FILE.                                 
025700     READ OPX-CONTROL-FILE                                        
025800         AT END                                                   
025900             MOVE SPACES TO OX-CONTROL-REC                        
026000     END-READ.                                                    
026100     CLOSE OPX-CONTROL-FILE.                                      
026200     PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT.               
026300     COMPUTE OX-WINDOW-START =                                    
026400         OX-START-DATE * 1000000 + OX-START-HHMM * 100.           
026500     COMPUTE OX-WINDOW-END =                                      
026600         OX-END-DATE * 1000000 + OX-END-HHMM * 100 + 59.          
026700     IF OX-WINDOW-START > OX-WINDOW-END                           
026800         DISPLAY "CEASOPX0001 - WINDOW START " OX-START-DATE " "  
026900             OX-START-HHMM " IS AFTER ITS END " OX-END-DATE " "   
027000             OX-END-HHMM                                          
027100         MOVE 16 TO RETURN-CODE                                   
027200         GO TO 9900-ABEND-ROUTINE                                 
027300     END-IF.                                                      
027400     OPEN INPUT RUN-HISTORY-FILE.                                 
027500     IF OX-RHST-FILE-STATUS NOT = "00"                            
027600         DISPLAY "CEASOPX0002 - CEASRHST OPEN FAILED, STATUS "    
027700             OX-RHST-FILE-STATUS                                  
027800         MOVE 19 TO RETURN-CODE                                   
027900         GO TO 9900-ABEND-ROUTINE                                 
028000     END-IF.                                                      
028100     OPEN OUTPUT OPX-REPORT-FILE.                                 
028200     MOVE "REPORTING WINDOW" TO OX-SECTION-TITLE.                 
028300     MOVE OX-SECTION-LINE TO OX-PRINT-LINE.                       
028400     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
028500     MOVE "STEPS ENDING FROM" TO OX-PARM-LABEL.                   
028600     MOVE OX-START-DATE TO OX-DATE-IN.                            
028700     MOVE OX-START-HHMM TO OX-EDIT-HHMM.                          
028800     PERFORM 1200-PRINT-WINDOW-LINE THRU 1200-EXIT.               
028900     MOVE "                                    THROUGH"           
029000         TO OX-PARM-LABEL.                                        
029100     MOVE OX-END-DATE TO OX-DATE-IN.                              
029200     MOVE OX-END-HHMM TO OX-EDIT-HHMM.                            
029300     PERFORM 1200-PRINT-WINDOW-LINE THRU 1200-EXIT.               
029400 1000-EXIT.                                                       
029500     EXIT.                                                        
029600*                                                                 
029700***************************************************************** 
029800* 1100-EDIT-CONTROL-CARD - EACH DATE MUST BE A REAL DATE AND     *
029900* EACH TIME A REAL HHMM. A BAD CARD ENDS THE RUN WITH RETURN     *
030000* CODE 16 RATHER THAN REPORT THE WRONG WINDOW.                   *
030100***************************************************************** 
030200 1100-EDIT-CONTROL-CARD.                                          
030300     IF OX-CONTROL-START-DATE = SPACES                            
030400         MOVE FUNCTION INTEGER-OF-DATE(OX-RUN-DATE)               
030500             TO OX-DAY-NUMBER                                     
030600         SUBTRACT 1 FROM OX-DAY-NUMBER                            
030700         MOVE FUNCTION DATE-OF-INTEGER(OX-DAY-NUMBER)             
030800             TO OX-START-DATE                                     
030900     ELSE                                                         
031000         IF OX-CONTROL-START-DATE NOT NUMERIC                     
031100             DISPLAY "CEASOPX0001 - START DATE "                  
031200                 OX-CONTROL-START-DATE " IS NOT A VALID YYYYMMDD" 
031300             MOVE 16 TO RETURN-CODE                               
031400             GO TO 9900-ABEND-ROUTINE                             
031500         END-IF                                                   
031600         MOVE OX-CONTROL-START-DATE TO OX-START-DATE              
031700     END-IF.                                                      
031800     IF FUNCTION INTEGER-OF-DATE(OX-START-DATE) = ZERO            
031900         DISPLAY "CEASOPX0001 - START DATE "                      
032000             OX-CONTROL-START-DATE " IS NOT A VALID YYYYMMDD"     
032100         MOVE 16 TO RETURN-CODE                                   
032200         GO TO 9900-ABEND-ROUTINE                                 
032300     END-IF.                                                      
032400     IF OX-CONTROL-START-TIME NOT = SPACES                        
032500         IF OX-CONTROL-START-TIME NOT NUMERIC                     
032600             DISPLAY "CEASOPX0001 - START TIME "                  
032700                 OX-CONTROL-START-TIME " IS NOT A VALID HHMM"     
032800             MOVE 16 TO RETURN-CODE                               
032900             GO TO 9900-ABEND-ROUTINE                             
033000         END-IF                                                   
033100         MOVE OX-CONTROL-START-TIME TO OX-START-HHMM              
033200     END-IF.                                                      
033300     MOVE OX-START-HHMM TO OX-EDIT-HHMM.                          
033400     PERFORM 1150-EDIT-HHMM THRU 1150-EXIT.                       
033500     IF OX-CONTROL-END-DATE = SPACES                              
033600         MOVE OX-RUN-DATE TO OX-END-DATE                          
033700         MOVE OX-RUN-TIME(1:4) TO OX-END-HHMM                     
033800     ELSE                                                         
033900         IF OX-CONTROL-END-DATE NOT NUMERIC                       
034000             DISPLAY "CEASOPX0001 - END DATE "                    
034100                 OX-CONTROL-END-DATE " IS NOT A VALID YYYYMMDD"   
034200             MOVE 16 TO RETURN-CODE                               
034300             GO TO 9900-ABEND-ROUTINE                             
034400         END-IF                                                   
034500         MOVE OX-CONTROL-END-DATE TO OX-END-DATE                  
034600         MOVE 2359 TO OX-END-HHMM                                 
034700     END-IF.                                                      
034800     IF FUNCTION INTEGER-OF-DATE(OX-END-DATE) = ZERO              
034900         DISPLAY "CEASOPX0001 - END DATE "                        
035000             OX-CONTROL-END-DATE " IS NOT A VALID YYYYMMDD"       
035100         MOVE 16 TO RETURN-CODE                                   
035200         GO TO 9900-ABEND-ROUTINE                                 
035300     END-IF.                                                      
035400     IF OX-CONTROL-END-TIME NOT = SPACES                          
035500         IF OX-CONTROL-END-TIME NOT NUMERIC                       
035600             DISPLAY "CEASOPX0001 - END TIME "                    
035700                 OX-CONTROL-END-TIME " IS NOT A VALID HHMM"       
035800             MOVE 16 TO RETURN-CODE                               
035900             GO TO 9900-ABEND-ROUTINE                             
036000         END-IF                                                   
036100         MOVE OX-CONTROL-END-TIME TO OX-END-HHMM                  
036200     END-IF.                                                      
036300     MOVE OX-END-HHMM TO OX-EDIT-HHMM.                            
036400     PERFORM 1150-EDIT-HHMM THRU 1150-EXIT.                       
036500 1100-EXIT.                                                       
036600     EXIT.                                                        
036700*                                                                 
036800 1150-EDIT-HHMM.                                                  
036900     IF OX-EDIT-HHMM(1:2) > "23" OR OX-EDIT-HHMM(3:2) > "59"      
037000         DISPLAY "CEASOPX0001 - TIME " OX-EDIT-HHMM               
037100             " IS NOT A VALID HHMM"                               
037200         MOVE 16 TO RETURN-CODE                                   
037300         GO TO 9900-ABEND-ROUTINE                                 
037400     END-IF.                                                      
037500 1150-EXIT.                                                       
037600     EXIT.                                                        
037700*                                                                 
037800 1200-PRINT-WINDOW-LINE.                                          
037900     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
038000     MOVE OX-DATE-EDITED TO OX-PARM-DATE.                         
038100     MOVE SPACES TO OX-PARM-TIME.                                 
038200     MOVE OX-EDIT-HHMM(1:2) TO OX-PARM-TIME(1:2).                 
038300     MOVE ":" TO OX-PARM-TIME(3:1).                               
038400     MOVE OX-EDIT-HHMM(3:2) TO OX-PARM-TIME(4:2).                 
038500     MOVE OX-PARM-LINE TO OX-PRINT-LINE.                          
038600     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
038700 1200-EXIT.                                                       
038800     EXIT.                                                        
038900*                                                                 
039000***************************************************************** 
039100* 2000-SCAN-HISTORY - ONE PASS OF THE RUN HISTORY, LISTING EVERY *
039200* STEP IN THE WINDOW THAT NEEDS ATTENTION AT HANDOVER.           *
039300***************************************************************** 
039400 2000-SCAN-HISTORY.                                               
039500     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
039600     MOVE "STEPS NEEDING ATTENTION" TO OX-SECTION-TITLE.          
039700     MOVE OX-SECTION-LINE TO OX-PRINT-LINE.                       
039800     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
039900     MOVE OX-STEP-HEADER-LINE TO OX-PRINT-LINE.                   
040000     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
040100     PERFORM 2100-CHECK-ONE-STEP THRU 2100-EXIT                   
040200         UNTIL OX-END-OF-HISTORY.                                 
040300     IF OX-LISTED-COUNT = ZERO                                    
040400         MOVE SPACES TO OX-TEXT                                   
040500         MOVE "NONE - EVERY STEP IN THE WINDOW ENDED CLEAN"       
040600             TO OX-TEXT                                           
040700         MOVE OX-TEXT-LINE TO OX-PRINT-LINE                       
040800         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
040900     END-IF.                                                      
041000 2000-EXIT.                                                       
041100     EXIT.                                                        
041200*                                                                 
041300***************************************************************** 
041400* 2100-CHECK-ONE-STEP - A STEP THAT ENDED IN THE WINDOW IS       *
041500* COUNTED BY ITS RETURN CODE, AND LISTED WHEN THE RETURN CODE IS *
041600* NOT ZERO, THE STEP WAS A RESTART, OR IT LEFT RECORDS IN        *
041700* SUSPENSE. THE REASON GIVEN IS THE MOST SERIOUS OF THESE.       *
041800***************************************************************** 
041900 2100-CHECK-ONE-STEP.                                             
042000     READ RUN-HISTORY-FILE                                        
042100         AT END                                                   
042200             SET OX-END-OF-HISTORY TO TRUE                        
042300             GO TO 2100-EXIT                                      
042400     END-READ.                                                    
042500     ADD 1 TO OX-RECORDS-READ.                                    
042600     IF RH-END-DATE NOT NUMERIC OR RH-END-TIME NOT NUMERIC        
042700         ADD 1 TO OX-UNDATED-COUNT                                
042800         GO TO 2100-EXIT                                          
042900     END-IF.                                                      
043000     COMPUTE OX-STEP-END = RH-END-DATE * 1000000 + RH-END-TIME.   
043100     IF OX-STEP-END < OX-WINDOW-START                             
043200             OR OX-STEP-END > OX-WINDOW-END                       
043300         GO TO 2100-EXIT                                          
043400     END-IF.                                                      
043500     ADD 1 TO OX-WINDOW-COUNT.                                    
043600     IF RH-RETURN-CODE NOT NUMERIC                                
043700         MOVE 9999 TO RH-RETURN-CODE                              
043800     END-IF.                                                      
043900     MOVE "N" TO OX-LIST-SWITCH.                                  
044000     MOVE SPACES TO OX-STP-REASON.                                
044100     IF RH-RETURN-CODE = ZERO                                     
044200         ADD 1 TO OX-CLEAN-COUNT                                  
044300     ELSE                                                         
044400         SET OX-LIST-STEP TO TRUE                                 
044500         IF RH-RETURN-CODE < 5                                    
044600             ADD 1 TO OX-WARNING-COUNT                            
044700             MOVE "WARNING" TO OX-STP-REASON                      
044800         ELSE                                                     
044900             IF RH-RETURN-CODE < 12                               
045000                 ADD 1 TO OX-EXCEPTION-COUNT                      
045100                 MOVE "EXCEPTION" TO OX-STP-REASON                
045200             ELSE                                                 
045300                 ADD 1 TO OX-FAILED-COUNT                         
045400                 MOVE "FAILED" TO OX-STP-REASON                   
045500             END-IF                                               
045600         END-IF                                                   
045700     END-IF.                                                      
045800     IF RH-RESTARTED                                              
045900         ADD 1 TO OX-RESTART-COUNT                                
046000         IF NOT OX-LIST-STEP                                      
046100             SET OX-LIST-STEP TO TRUE                             
046200             MOVE "RESTARTED" TO OX-STP-REASON                    
046300         END-IF                                                   
046400     END-IF.                                                      
046500     IF RH-RECORDS-SUSPENDED NUMERIC                              
046600             AND RH-RECORDS-SUSPENDED > ZERO                      
046700         ADD 1 TO OX-SUSPENSE-STEP-COUNT                          
046800         ADD RH-RECORDS-SUSPENDED TO OX-SUSPENDED-TOTAL           
046900         IF NOT OX-LIST-STEP                                      
047000             SET OX-LIST-STEP TO TRUE                             
047100             MOVE "SUSPENSE" TO OX-STP-REASON                     
047200         END-IF                                                   
047300     END-IF.                                                      
047400     IF OX-LIST-STEP                                              
047500         PERFORM 2200-PRINT-STEP-LINE THRU 2200-EXIT              
047600     END-IF.                                                      
047700 2100-EXIT.                                                       
047800     EXIT.                                                        
047900*                                                                 
048000 2200-PRINT-STEP-LINE.                                            
048100     ADD 1 TO OX-LISTED-COUNT.                                    
048200     MOVE RH-PROGRAM TO OX-STP-PROGRAM.                           
048300     MOVE RH-FEED-ID TO OX-STP-FEED-ID.                           
048400     MOVE SPACES TO OX-STP-FILE-DATE.                             
048500     IF RH-FILE-DATE NUMERIC AND RH-FILE-DATE > ZERO              
048600         MOVE RH-FILE-DATE TO OX-STP-FILE-DATE                    
048700     END-IF.                                                      
048800     MOVE RH-KEY-ID TO OX-STP-KEY-ID.                             
048900     MOVE RH-RUN-MODE TO OX-STP-MODE.                             
049000     MOVE RH-START-DATE TO OX-DATE-IN.                            
049100     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
049200     MOVE OX-DATE-EDITED TO OX-STP-START-DATE.                    
049300     MOVE RH-START-TIME TO OX-TIME-IN.                            
049400     PERFORM 2660-FORMAT-TIME THRU 2660-EXIT.                     
049500     MOVE OX-TIME-EDITED TO OX-STP-START-TIME.                    
049600     MOVE RH-END-DATE TO OX-DATE-IN.                              
049700     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
049800     MOVE OX-DATE-EDITED(6:5) TO OX-STP-END-DATE.                 
049900     MOVE RH-END-TIME TO OX-TIME-IN.                              
050000     PERFORM 2660-FORMAT-TIME THRU 2660-EXIT.                     
050100     MOVE OX-TIME-EDITED TO OX-STP-END-TIME.                      
050200     MOVE RH-RECORDS-READ TO OX-STP-READ.                         
050300     MOVE RH-RECORDS-WRITTEN TO OX-STP-WRITTEN.                   
050400     MOVE RH-RECORDS-SUSPENDED TO OX-STP-SUSPENDED.               
050500     MOVE RH-RESTART-FLAG TO OX-STP-RESTART.                      
050600     MOVE SPACES TO OX-STP-MESSAGE.                               
050700     IF RH-HIGH-MSG-NUMBER NUMERIC AND RH-HIGH-MSG-NUMBER > ZERO  
050800         STRING RH-PROGRAM DELIMITED BY SPACE                     
050900                RH-HIGH-MSG-NUMBER DELIMITED BY SIZE              
051000             INTO OX-STP-MESSAGE                                  
051100         END-STRING                                               
051200     END-IF.                                                      
051300     MOVE RH-RETURN-CODE TO OX-STP-RC.                            
051400     MOVE OX-STEP-LINE TO OX-PRINT-LINE.                          
051500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
051600 2200-EXIT.                                                       
051700     EXIT.                                                        
051800*                                                                 
051900 2650-FORMAT-DATE.                                                
052000     MOVE OX-DATE-IN(1:4) TO OX-DATE-ED-YYYY.                     
052100     MOVE OX-DATE-IN(5:2) TO OX-DATE-ED-MM.                       
052200     MOVE OX-DATE-IN(7:2) TO OX-DATE-ED-DD.                       
052300 2650-EXIT.                                                       
052400     EXIT.                                                        
052500*                                                                 
052600 2660-FORMAT-TIME.                                                
052700     MOVE OX-TIME-IN(1:2) TO OX-TIME-ED-HH.                       
052800     MOVE OX-TIME-IN(3:2) TO OX-TIME-ED-MM.                       
052900     MOVE OX-TIME-IN(5:2) TO OX-TIME-ED-SS.                       
053000 2660-EXIT.                                                       
053100     EXIT.                                                        
053200*                                                                 
053300***************************************************************** 
053400* 2700-PRINT-REPORT-LINE - PRINT ONE LINE FROM OX-PRINT-LINE,    *
053500* BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE PAGE IS FULL.    *
053600***************************************************************** 
053700 2700-PRINT-REPORT-LINE.                                          
053800     IF OX-LINE-COUNT > OX-LINES-PER-PAGE                         
053900         PERFORM 2800-PRINT-PAGE-HEADING THRU 2800-EXIT           
054000     END-IF.                                                      
054100     WRITE OX-REPORT-REC FROM OX-PRINT-LINE                       
054200         AFTER ADVANCING 1 LINE.                                  
054300     ADD 1 TO OX-LINE-COUNT.                                      
054400 2700-EXIT.                                                       
054500     EXIT.                                                        
054600*                                                                 
054700 2750-PRINT-BLANK-LINE.                                           
054800     MOVE SPACES TO OX-PRINT-LINE.                                
054900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
055000 2750-EXIT.                                                       
055100     EXIT.                                                        
055200*                                                                 
055300 2800-PRINT-PAGE-HEADING.                                         
055400     ADD 1 TO OX-PAGE-COUNT.                                      
055500     MOVE OX-PAGE-COUNT TO OX-HEAD-PAGE.                          
055600     WRITE OX-REPORT-REC FROM OX-HEADING-1                        
055700         AFTER ADVANCING PAGE.                                    
055800     WRITE OX-REPORT-REC FROM OX-HEADING-2                        
055900         AFTER ADVANCING 1 LINE.                                  
056000     MOVE SPACES TO OX-REPORT-REC.                                
056100     WRITE OX-REPORT-REC AFTER ADVANCING 1 LINE.                  
056200     MOVE 3 TO OX-LINE-COUNT.                                     
056300 2800-EXIT.                                                       
056400     EXIT.                                                        
056500*                                                                 
056600***************************************************************** 
056700* 4000-PRINT-TOTALS - THE COUNTS BEHIND THE REPORT, AND THE      *
056800* RETURN CODE FOR THE SCHEDULER.                                 *
056900***************************************************************** 
057000 4000-PRINT-TOTALS.                                               
057100     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
057200     MOVE "RUN HISTORY TOTALS" TO OX-SECTION-TITLE.               
057300     MOVE OX-SECTION-LINE TO OX-PRINT-LINE.                       
057400     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
057500     MOVE "HISTORY RECORDS READ" TO OX-COUNT-LABEL.               
057600     MOVE OX-RECORDS-READ TO OX-COUNT-VALUE.                      
057700     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
057800     MOVE "  WITHOUT A VALID END DATE AND TIME"                   
057900         TO OX-COUNT-LABEL.                                       
058000     MOVE OX-UNDATED-COUNT TO OX-COUNT-VALUE.                     
058100     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
058200     MOVE "STEPS ENDED IN THE WINDOW" TO OX-COUNT-LABEL.          
058300     MOVE OX-WINDOW-COUNT TO OX-COUNT-VALUE.                      
058400     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
058500     MOVE "  RETURN CODE 0" TO OX-COUNT-LABEL.                    
058600     MOVE OX-CLEAN-COUNT TO OX-COUNT-VALUE.                       
058700     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
058800     MOVE "  WARNING - RETURN CODE 1 TO 4" TO OX-COUNT-LABEL.     
058900     MOVE OX-WARNING-COUNT TO OX-COUNT-VALUE.                     
059000     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
059100     MOVE "  EXCEPTION - RETURN CODE 5 TO 11" TO OX-COUNT-LABEL.  
059200     MOVE OX-EXCEPTION-COUNT TO OX-COUNT-VALUE.                   
059300     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
059400     MOVE "  FAILED - RETURN CODE 12 OR HIGHER" TO OX-COUNT-LABEL.
059500     MOVE OX-FAILED-COUNT TO OX-COUNT-VALUE.                      
059600     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
059700     MOVE "STEPS THAT WERE RESTARTS" TO OX-COUNT-LABEL.           
059800     MOVE OX-RESTART-COUNT TO OX-COUNT-VALUE.                     
059900     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
060000     MOVE "STEPS THAT LEFT RECORDS IN SUSPENSE" TO OX-COUNT-LABEL.
060100     MOVE OX-SUSPENSE-STEP-COUNT TO OX-COUNT-VALUE.               
060200     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
060300     MOVE "  RECORDS SUSPENDED" TO OX-COUNT-LABEL.                
060400     MOVE OX-SUSPENDED-TOTAL TO OX-COUNT-VALUE.                   
060500     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
060600     MOVE "STEPS LISTED" TO OX-COUNT-LABEL.                       
060700     MOVE OX-LISTED-COUNT TO OX-COUNT-VALUE.                      
060800     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
060900     DISPLAY "CEASOPX0003 - " OX-WINDOW-COUNT                     
061000         " STEPS IN THE WINDOW, " OX-LISTED-COUNT " LISTED".      
061100     IF OX-EXCEPTION-COUNT > ZERO OR OX-FAILED-COUNT > ZERO       
061200         MOVE 8 TO RETURN-CODE                                    
061300         GO TO 4000-EXIT                                          
061400     END-IF.                                                      
061500     IF OX-LISTED-COUNT > ZERO                                    
061600         MOVE 4 TO RETURN-CODE                                    
061700     END-IF.                                                      
061800 4000-EXIT.                                                       
061900     EXIT.                                                        
062000*                                                                 
062100 4100-PRINT-COUNT-LINE.                                           
062200     MOVE OX-COUNT-LINE TO OX-PRINT-LINE.                         
062300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
062400 4100-EXIT.                                                       
062500     EXIT.                                                        
062600*                                                                 
062700***************************************************************** 
062800* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
062900***************************************************************** 
063000 9000-TERMINATE.                                                  
063100     CLOSE RUN-HISTORY-FILE.                                      
063200     CLOSE OPX-REPORT-FILE.                                       
063300 9000-EXIT.                                                       
063400     EXIT.                                                        
063500*                                                                 
063600***************************************************************** 
063700* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP.            *
063800***************************************************************** 
063900 9900-ABEND-ROUTINE.                                              
064000     DISPLAY "CEASOPX - JOB TERMINATED, RETURN CODE " RETURN-CODE.
064100     STOP RUN.                                                    
064200 9900-EXIT.                                                       
064300     EXIT.                                                        
