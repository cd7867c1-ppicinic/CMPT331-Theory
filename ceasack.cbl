002500*                   RECONCILIATION OVER THE NEW TRANSMISSION      
002600*                   REGISTER, REPLACING THE MANUAL                
002700*                   SPREADSHEET MATCH.                            
002800*  10/15/2026 MWK   RUN HISTORY - ONE RECORD PER EXECUTION, NORMAL
002900*                   END OR ABEND, IS ADDED TO THE NEW CEASRHST    
003000*                   FILE (COPYBOOK RUNHIST) WITH THE COUNTS,      
003100*                   RESTART FLAG, HIGHEST MESSAGE NUMBER ISSUED,  
003200*                   AND RETURN CODE, FOR THE CEASOPX MORNING      
003300*                   EXCEPTION REPORT.                             
003400*                                                                 
003500 ENVIRONMENT DIVISION.                                            
003600 CONFIGURATION SECTION.                                           
003700 SOURCE-COMPUTER. IBM-370.                                        
003800 OBJECT-COMPUTER. IBM-370.                                        
003900 INPUT-OUTPUT SECTION.                                            
004000 FILE-CONTROL.                                                    
004100     SELECT ACK-INPUT-FILE ASSIGN TO CEASACKI                     
004200         ORGANIZATION IS SEQUENTIAL.                              
004300     SELECT RECON-CONTROL-FILE ASSIGN TO SYSIN                    
004400         ORGANIZATION IS SEQUENTIAL.                              
004500     SELECT RECON-REPORT-FILE ASSIGN TO CEASACKR                  
004600         ORGANIZATION IS SEQUENTIAL.                              
004700     SELECT SHIP-REGISTER-FILE ASSIGN TO CEASTREG                 
004800         ORGANIZATION IS INDEXED                                  
004900         ACCESS MODE IS DYNAMIC                                   
005000         RECORD KEY IS SR-KEY                                     
005100         FILE STATUS IS AK-REG-FILE-STATUS.                       
005200     SELECT RUN-HISTORY-FILE ASSIGN TO CEASRHST                   
005300         ORGANIZATION IS SEQUENTIAL                               
005400         FILE STATUS IS AK-RHST-FILE-STATUS.                      
005500*                                                                 
005600 DATA DIVISION.                                                   
005700 FILE SECTION.                                                    
005800*    PARTNER ACKNOWLEDGMENT FILE - ONE CARD PER CONFIRMED FILE.   
005900*    COLUMNS  1- 8  FEED ID (FROM THE *HDR WE SHIPPED).           
006000*    COLUMNS  9-16  FILE CREATION DATE (FROM THE SAME *HDR).      
006100*    COLUMNS 17-24  DATA RECORD COUNT THE PARTNER RECEIVED.       
006200*    COLUMNS 25-36  HASH TOTAL THE PARTNER COMPUTED.              
006300*    COLUMNS 37-44  DATE THE PARTNER CONFIRMS RECEIPT (OPTIONAL   
006400*                   - BLANK TAKES THE RUN DATE).                  
006500*    COLUMNS 45-80  RESERVED.                                     
006600 FD  ACK-INPUT-FILE                                               
006700     RECORDING MODE IS F                                          
006800     RECORD CONTAINS 80 CHARACTERS.                               
006900 01  AK-ACK-REC.                                                  
007000     05  AK-ACK-FEED-ID          PIC X(08).                       
007100     05  AK-ACK-FILE-DATE        PIC X(08).                       
007200     05  AK-ACK-COUNT            PIC X(08).                       
007300     05  AK-ACK-HASH             PIC X(12).                       
007400     05  AK-ACK-DATE             PIC X(08).                       
007500     05  FILLER                  PIC X(36).                       
007600*                                                                 
007700*    SYSIN CONTROL CARD - OPTIONAL.                               
007800*    COLUMNS  1- 3  SLA WINDOW IN DAYS - A SHIPMENT STILL         
007900*                   PENDING THIS MANY DAYS AFTER IT SHIPPED IS    
008000*                   REPORTED. DEFAULTS TO 2 WHEN ABSENT.          
008100*    COLUMNS  4-80  RESERVED.                                     
008200 FD  RECON-CONTROL-FILE                                           
008300     RECORDING MODE IS F                                          
008400     RECORD CONTAINS 80 CHARACTERS.                               
008500 01  AK-CONTROL-REC.                                              
008600     05  AK-CONTROL-SLA          PIC X(03).                       
008700     05  FILLER                  PIC X(77).                       
008800*                                                                 
008900 FD  RECON-REPORT-FILE                                            
009000     RECORDING MODE IS F                                          
009100     RECORD CONTAINS 132 CHARACTERS.                              
009200 01  AK-REPORT-REC               PIC X(132).                      
009300*                                                                 
009400*    KEYED TRANSMISSION REGISTER - WRITTEN BY CEASSHP, MARKED     
009500*    UP HERE.                                                     
009600 FD  SHIP-REGISTER-FILE                                           
009700     RECORD CONTAINS 80 CHARACTERS.                               
009800     COPY SHIPREG.                                                
009900*                                                                 
010000*    RUN HISTORY - ONE RECORD ADDED PER EXECUTION, NORMAL END     
010100*    OR ABEND, FOR THE MORNING OPERATIONS EXCEPTION REPORT.       
010200 FD  RUN-HISTORY-FILE                                             
010300     RECORDING MODE IS F                                          
010400     RECORD CONTAINS 150 CHARACTERS.                              
010500     COPY RUNHIST.                                                
010600*                                                                 
010700 WORKING-STORAGE SECTION.                                         
010800*                                                                 
010900*    PROGRAM SWITCHES.                                            
011000 77  AK-ACK-EOF-SWITCH            PIC X(01) VALUE "N".            
011100     88  AK-END-OF-ACKS                     VALUE "Y".            
011200 77  AK-SWEEP-EOF-SWITCH          PIC X(01) VALUE "N".            
011300     88  AK-SWEEP-EOF                       VALUE "Y".            
011400 77  AK-SHIP-FOUND-SWITCH         PIC X(01) VALUE "N".            
011500     88  AK-SHIP-FOUND                      VALUE "Y".            
011600*                                                                 
011700*    FILE STATUS FOR THE REGISTER.                                
011800 77  AK-REG-FILE-STATUS           PIC X(02) VALUE SPACES.         
011900*                                                                 
012000*    SLA WINDOW AND DATE ARITHMETIC FIELDS.                       
012100 77  AK-SLA-DAYS                  PIC 9(03) VALUE 2.              
012200 77  AK-RUN-DATE                  PIC 9(08) VALUE ZERO.           
012300 77  AK-RUN-DAY-NUMBER            PIC 9(08) VALUE ZERO.           
012400 77  AK-SHIP-DAY-NUMBER           PIC 9(08) VALUE ZERO.           
012500 77  AK-AGE-DAYS                  PIC S9(05) VALUE ZERO.          
012600*                                                                 
012700*    ACK FIELDS AFTER NUMERIC EDIT.                               
012800 77  AK-WRK-COUNT                 PIC 9(08) VALUE ZERO.           
012900 77  AK-WRK-HASH                  PIC 9(12) VALUE ZERO.           
013000 77  AK-WRK-ACK-DATE              PIC 9(08) VALUE ZERO.           
013100*                                                                 
013200*    RUN COUNTERS FOR THE TOTALS PAGE.                            
013300 77  AK-ACKS-READ                 PIC 9(05) COMP VALUE ZERO.      
013400 77  AK-ACKS-MATCHED              PIC 9(05) COMP VALUE ZERO.      
013500 77  AK-ACKS-MISMATCHED           PIC 9(05) COMP VALUE ZERO.      
013600 77  AK-ACKS-UNKNOWN              PIC 9(05) COMP VALUE ZERO.      
013700 77  AK-ACKS-MALFORMED            PIC 9(05) COMP VALUE ZERO.      
013800 77  AK-SHIPS-OVERDUE             PIC 9(05) COMP VALUE ZERO.      
013900 77  AK-SHIPS-PENDING             PIC 9(05) COMP VALUE ZERO.      
014000 77  AK-EXCEPTION-COUNT           PIC 9(05) COMP VALUE ZERO.      
014100*                                                                 
014200*    PAGE CONTROL FIELDS. THE LINE COUNT STARTS PAST THE PAGE     
014300*    LIMIT SO THE FIRST PRINTED LINE FORCES THE FIRST PAGE        
014400*    HEADING.                                                     
014500 77  AK-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
014600 77  AK-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
014700 77  AK-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
014800*                                                                 
014900*    REPORT LINE LAYOUTS.                                         
015000 01  AK-PRINT-LINE                PIC X(132) VALUE SPACES.        
015100*                                                                 
015200 01  AK-HEADING-1.                                                
015300     05  FILLER                  PIC X(08) VALUE "CEASACK ".      
015400     05  FILLER                  PIC X(30) VALUE SPACES.          
015500     05  FILLER                  PIC X(42) VALUE                  
015600         "SHIPMENT ACKNOWLEDGMENT RECONCILIATION".                
015700     05  FILLER                  PIC X(34) VALUE SPACES.          
015800     05  FILLER                  PIC X(05) VALUE "PAGE ".         
015900     05  AK-HEAD-PAGE            PIC ZZZ9.                        
016000     05  FILLER                  PIC X(09) VALUE SPACES.          
016100*                                                                 
016200*    DATE FORMATTING WORK FIELDS.                                 
016300 01  AK-DATE-EDITED.                                              
016400     05  AK-DATE-ED-YYYY         PIC X(04).                       
016500     05  FILLER                  PIC X(01) VALUE "/".             
016600     05  AK-DATE-ED-MM           PIC X(02).                       
016700     05  FILLER                  PIC X(01) VALUE "/".             
016800     05  AK-DATE-ED-DD           PIC X(02).                       
016900*                                                                 
017000 01  AK-HEADING-2.                                                
017100     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
017200     05  AK-HEAD-RUN-DATE        PIC X(10).                       
017300     05  FILLER                  PIC X(10) VALUE "  SLA DAYS".    
017400     05  FILLER                  PIC X(01) VALUE SPACE.           
017500     05  AK-HEAD-SLA             PIC ZZ9.                         
017600     05  FILLER                  PIC X(99) VALUE SPACES.          
017700*                                                                 
017800 01  AK-COLUMN-HEADER-LINE.                                       
017900     05  FILLER                  PIC X(01) VALUE SPACE.           
018000     05  FILLER                  PIC X(10) VALUE "FEED-ID".       
018100     05  FILLER                  PIC X(10) VALUE "FILE DATE".     
018200     05  FILLER                  PIC X(10) VALUE "KEY-ID".        
018300     05  FILLER                  PIC X(14) VALUE "DISPOSITION".   
018400     05  FILLER                  PIC X(06) VALUE "DETAIL".        
018500     05  FILLER                  PIC X(81) VALUE SPACES.          
018600*                                                                 
018700 01  AK-DETAIL-LINE.                                              
018800     05  FILLER                  PIC X(01) VALUE SPACE.           
018900     05  AK-DET-FEED-ID          PIC X(08).                       
019000     05  FILLER                  PIC X(02) VALUE SPACES.          
019100     05  AK-DET-FILE-DATE        PIC X(08).                       
019200     05  FILLER                  PIC X(02) VALUE SPACES.          
019300     05  AK-DET-KEY-ID           PIC X(08).                       
019400     05  FILLER                  PIC X(02) VALUE SPACES.          
019500     05  AK-DET-DISP             PIC X(12).                       
019600     05  FILLER                  PIC X(02) VALUE SPACES.          
019700     05  AK-DET-DETAIL           PIC X(72).                       
019800     05  FILLER                  PIC X(15) VALUE SPACES.          
019900*                                                                 
020000 01  AK-COUNT-LINE.                                               
020100     05  FILLER                  PIC X(05) VALUE SPACES.          
020200     05  AK-COUNT-LABEL          PIC X(34).                       
020300     05  AK-COUNT-VALUE          PIC ZZZ,ZZ9.                     
020400     05  FILLER                  PIC X(86) VALUE SPACES.          
020500*                                                                 
020600 01  AK-GRAND-HEADER-LINE.                                        
020700     05  FILLER                  PIC X(12) VALUE "RUN TOTALS".    
020800     05  FILLER                  PIC X(120) VALUE SPACES.         
020900*                                                                 
021000*    RUN HISTORY FIELDS. THE START STAMP IS TAKEN BEFORE          
021100*    ANYTHING CAN FAIL, AND THE HIGHEST NUMBERED MESSAGE IS       
021200*    KEPT AS EACH ONE GOES TO SYSOUT.                             
021300 77  AK-RHST-FILE-STATUS          PIC X(02) VALUE SPACES.         
021400 77  AK-START-DATE                PIC 9(08) VALUE ZERO.           
021500 77  AK-START-TIME                PIC 9(08) VALUE ZERO.           
021600 77  AK-END-TIME                  PIC 9(08) VALUE ZERO.           
021700 77  AK-MSG-NUMBER                PIC 9(04) VALUE ZERO.           
021800 77  AK-HIGH-MSG-NUMBER           PIC 9(04) VALUE ZERO.           
021900*                                                                 
022000 PROCEDURE DIVISION.                                              
022100***************************************************************** 
022200* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
022300***************************************************************** 
022400 0000-MAINLINE.                                                   
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
022600     PERFORM 2000-PROCESS-ACK-RECORD THRU 2000-EXIT               
022700         UNTIL AK-END-OF-ACKS.                                    
022800     PERFORM 3000-SWEEP-REGISTER THRU 3000-EXIT.                  
022900     PERFORM 4000-PRINT-RUN-TOTALS THRU 4000-EXIT.                
023000     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
023100     STOP RUN.                                                    
023200*                                                                 
023300***************************************************************** 
023400* 1000-INITIALIZE - TAKE THE SLA WINDOW FROM SYSIN, OPEN FILES,  *
023500* PRIME READ.                                                    *
023600***************************************************************** 
023700 1000-INITIALIZE.                                                 
023800     ACCEPT AK-START-DATE FROM DATE YYYYMMDD.                     
023900     ACCEPT AK-START-TIME FROM TIME.                              
024000     ACCEPT AK-RUN-DATE FROM DATE YYYYMMDD.                       
024100     MOVE FUNCTION INTEGER-OF-DATE(AK-RUN-DATE)                   
024200         TO AK-RUN-DAY-NUMBER.                                    
024300     OPEN INPUT RECON-CONTROL-FILE.                               
024400     READ RECON-CONTROL-FILE                                      
024500         AT END                                                   
024600             MOVE SPACES TO AK-CONTROL-SLA                        
024700     END-READ.                                                    
024800     CLOSE RECON-CONTROL-FILE.                                    
024900     IF AK-CONTROL-SLA NUMERIC AND AK-CONTROL-SLA NOT = "000"     
025000         MOVE AK-CONTROL-SLA TO AK-SLA-DAYS                       
025100     END-IF.                                                      
025200     MOVE AK-RUN-DATE(1:4) TO AK-DATE-ED-YYYY.                    
025300     MOVE AK-RUN-DATE(5:2) TO AK-DATE-ED-MM.                      
025400     MOVE AK-RUN-DATE(7:2) TO AK-DATE-ED-DD.                      
025500     MOVE AK-DATE-EDITED TO AK-HEAD-RUN-DATE.                     
025600     MOVE AK-SLA-DAYS TO AK-HEAD-SLA.                             
025700     OPEN I-O SHIP-REGISTER-FILE.                                 
025800     IF AK-REG-FILE-STATUS NOT = "00"                             
025900         MOVE 0001 TO AK-MSG-NUMBER                               
026000         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
026100         DISPLAY "CEASACK0001 - CEASTREG OPEN FAILED, STATUS "    
026200             AK-REG-FILE-STATUS                                   
026300         MOVE 19 TO RETURN-CODE                                   
026400         GO TO 9900-ABEND-ROUTINE                                 
026500     END-IF.                                                      
026600     OPEN INPUT ACK-INPUT-FILE.                                   
026700     OPEN OUTPUT RECON-REPORT-FILE.                               
026800     PERFORM 2100-READ-ACK-RECORD THRU 2100-EXIT.                 
026900 1000-EXIT.                                                       
027000     EXIT.                                                        
027100*                                                                 
027200***************************************************************** 
027300* 2000-PROCESS-ACK-RECORD - MATCH ONE PARTNER ACKNOWLEDGMENT     *
027400* AGAINST THE REGISTER AND MARK THE SHIPMENT UP.                 *
027500***************************************************************** 
027600 2000-PROCESS-ACK-RECORD.                                         
027700     ADD 1 TO AK-ACKS-READ.                                       
027800     MOVE AK-ACK-FEED-ID TO AK-DET-FEED-ID.                       
027900     MOVE AK-ACK-FILE-DATE TO AK-DET-FILE-DATE.                   
028000     MOVE SPACES TO AK-DET-KEY-ID.                                
028100     IF AK-ACK-FILE-DATE NOT NUMERIC                              
028200             OR AK-ACK-COUNT NOT NUMERIC                          
028300             OR AK-ACK-HASH NOT NUMERIC                           
028400         MOVE "MALFORMED" TO AK-DET-DISP                          
028500         MOVE "ACK CARD FIELDS ARE NOT NUMERIC" TO AK-DET-DETAIL  
028600         ADD 1 TO AK-ACKS-MALFORMED                               
028700         ADD 1 TO AK-EXCEPTION-COUNT                              
028800         PERFORM 2600-PRINT-DETAIL-LINE THRU 2600-EXIT            
028900         PERFORM 2100-READ-ACK-RECORD THRU 2100-EXIT              
029000         GO TO 2000-EXIT                                          
029100     END-IF.                                                      
029200     MOVE AK-ACK-COUNT TO AK-WRK-COUNT.                           
029300     MOVE AK-ACK-HASH TO AK-WRK-HASH.                             
029400     IF AK-ACK-DATE NUMERIC                                       
029500         MOVE AK-ACK-DATE TO AK-WRK-ACK-DATE                      
029600     ELSE                                                         
029700         MOVE AK-RUN-DATE TO AK-WRK-ACK-DATE                      
029800     END-IF.                                                      
029900     MOVE AK-ACK-FEED-ID TO SR-FEED-ID.                           
030000     MOVE AK-ACK-FILE-DATE TO SR-FILE-DATE.                       
030100     MOVE "N" TO AK-SHIP-FOUND-SWITCH.                            
030200     READ SHIP-REGISTER-FILE                                      
030300         INVALID KEY                                              
030400             MOVE "UNKNOWN" TO AK-DET-DISP                        
030500             MOVE "NO REGISTERED SHIPMENT FOR THIS ACK"           
030600                 TO AK-DET-DETAIL                                 
030700             ADD 1 TO AK-ACKS-UNKNOWN                             
030800             ADD 1 TO AK-EXCEPTION-COUNT                          
030900         NOT INVALID KEY                                          
031000             SET AK-SHIP-FOUND TO TRUE                            
031100     END-READ.                                                    
031200     IF AK-SHIP-FOUND                                             
031300         PERFORM 2200-MATCH-ONE-ACK THRU 2200-EXIT                
031400     END-IF.                                                      
031500     PERFORM 2600-PRINT-DETAIL-LINE THRU 2600-EXIT.               
031600     PERFORM 2100-READ-ACK-RECORD THRU 2100-EXIT.                 
031700 2000-EXIT.                                                       
031800     EXIT.                                                        
031900*                                                                 
032000 2100-READ-ACK-RECORD.                                            
032100     READ ACK-INPUT-FILE                                          
032200         AT END                                                   
032300             SET AK-END-OF-ACKS TO TRUE                           
032400     END-READ.                                                    
032500 2100-EXIT.                                                       
032600     EXIT.                                                        
032700*                                                                 
032800***************************************************************** 
032900* 2200-MATCH-ONE-ACK - THE SHIPMENT IS ON THE REGISTER. AN ACK   *
033000* WHOSE COUNT AND HASH AGREE WITH THE TRAILER WE SHIPPED MARKS   *
033100* IT ACKNOWLEDGED; A DISAGREEMENT MARKS IT MISMATCHED - THE      *
033200* PARTNER DID NOT RECEIVE WHAT WE SENT.                          *
033300***************************************************************** 
033400 2200-MATCH-ONE-ACK.                                              
033500     MOVE SR-KEY-ID TO AK-DET-KEY-ID.                             
033600     IF AK-WRK-COUNT = SR-TRL-COUNT                               
033700             AND AK-WRK-HASH = SR-TRL-HASH                        
033800         MOVE "A" TO SR-ACK-STATUS                                
033900         MOVE AK-WRK-ACK-DATE TO SR-ACK-DATE                      
034000         MOVE "ACKNOWLEDGED" TO AK-DET-DISP                       
034100         MOVE SPACES TO AK-DET-DETAIL                             
034200         ADD 1 TO AK-ACKS-MATCHED                                 
034300     ELSE                                                         
034400         MOVE "M" TO SR-ACK-STATUS                                
034500         MOVE AK-WRK-ACK-DATE TO SR-ACK-DATE                      
034600         MOVE "MISMATCHED" TO AK-DET-DISP                         
034700         MOVE SPACES TO AK-DET-DETAIL                             
034800         STRING "ACK COUNT " AK-ACK-COUNT " HASH " AK-ACK-HASH    
034900             " VS SHIPPED " SR-TRL-COUNT " / " SR-TRL-HASH        
035000             DELIMITED BY SIZE INTO AK-DET-DETAIL                 
035100         ADD 1 TO AK-ACKS-MISMATCHED                              
035200         ADD 1 TO AK-EXCEPTION-COUNT                              
035300     END-IF.                                                      
035400     REWRITE SHIP-REGISTER-REC                                    
035500         INVALID KEY                                              
035600             MOVE 0002 TO AK-MSG-NUMBER                           
035700             PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT             
035800             DISPLAY "CEASACK0002 - REGISTER REWRITE FAILED, "    
035900                 "FEED " SR-FEED-ID " DATE " SR-FILE-DATE         
036000             MOVE 19 TO RETURN-CODE                               
036100             GO TO 9900-ABEND-ROUTINE                             
036200     END-REWRITE.                                                 
036300 2200-EXIT.                                                       
036400     EXIT.                                                        
036500*                                                                 
036600***************************************************************** 
036700* 3000-SWEEP-REGISTER - AFTER THE ACKS ARE APPLIED, SWEEP THE    *
036800* WHOLE REGISTER AND REPORT EVERY SHIPMENT STILL PENDING PAST    *
036900* ITS SLA WINDOW AND EVERY SHIPMENT SITTING MISMATCHED.          *
037000***************************************************************** 
037100 3000-SWEEP-REGISTER.                                             
037200     MOVE LOW-VALUES TO SR-KEY.                                   
037300     START SHIP-REGISTER-FILE KEY IS NOT LESS THAN SR-KEY         
037400         INVALID KEY                                              
037500             SET AK-SWEEP-EOF TO TRUE                             
037600     END-START.                                                   
037700     PERFORM 3100-SWEEP-NEXT-SHIPMENT THRU 3100-EXIT              
037800         UNTIL AK-SWEEP-EOF.                                      
037900 3000-EXIT.                                                       
038000     EXIT.                                                        
038100*                                                                 
038200 3100-SWEEP-NEXT-SHIPMENT.                                        
038300     READ SHIP-REGISTER-FILE NEXT RECORD                          
038400         AT END                                                   
038500             SET AK-SWEEP-EOF TO TRUE                             
038600         NOT AT END                                               
038700             PERFORM 3200-CHECK-ONE-SHIPMENT THRU 3200-EXIT       
038800     END-READ.                                                    
038900 3100-EXIT.                                                       
039000     EXIT.                                                        
039100*                                                                 
039200 3200-CHECK-ONE-SHIPMENT.                                         
039300     IF NOT SR-ACK-PENDING AND NOT SR-ACK-MISMATCHED              
039400         GO TO 3200-EXIT                                          
039500     END-IF.                                                      
039600     MOVE SR-FEED-ID TO AK-DET-FEED-ID.                           
039700     MOVE SR-FILE-DATE TO AK-DET-FILE-DATE.                       
039800     MOVE SR-KEY-ID TO AK-DET-KEY-ID.                             
039900     IF SR-ACK-MISMATCHED                                         
040000         MOVE "MISMATCHED" TO AK-DET-DISP                         
040100         MOVE "SHIPMENT REMAINS MISMATCHED - CHASE THE PARTNER"   
040200             TO AK-DET-DETAIL                                     
040300*        A MISMATCH LEFT ON THE REGISTER BY AN EARLIER RUN IS     
040400*        STILL AN EXCEPTION THIS RUN MUST PAGE ABOUT.             
040500         ADD 1 TO AK-EXCEPTION-COUNT                              
040600         PERFORM 2600-PRINT-DETAIL-LINE THRU 2600-EXIT            
040700         GO TO 3200-EXIT                                          
040800     END-IF.                                                      
040900     MOVE FUNCTION INTEGER-OF-DATE(SR-SHIP-DATE)                  
041000         TO AK-SHIP-DAY-NUMBER.                                   
041100     COMPUTE AK-AGE-DAYS =                                        
041200         AK-RUN-DAY-NUMBER - AK-SHIP-DAY-NUMBER.                  
041300     IF AK-AGE-DAYS > AK-SLA-DAYS                                 
041400         MOVE "OVERDUE" TO AK-DET-DISP                            
041500         MOVE "UNACKNOWLEDGED PAST THE SLA WINDOW"                
041600             TO AK-DET-DETAIL                                     
041700         ADD 1 TO AK-SHIPS-OVERDUE                                
041800         ADD 1 TO AK-EXCEPTION-COUNT                              
041900         PERFORM 2600-PRINT-DETAIL-LINE THRU 2600-EXIT            
042000     ELSE                                                         
042100         ADD 1 TO AK-SHIPS-PENDING                                
042200     END-IF.                                                      
042300 3200-EXIT.                                                       
042400     EXIT.                                                        
042500*                                                                 
042600***************************************************************** 
042700* 4000-PRINT-RUN-TOTALS - TOTALS PAGE AND THE RETURN CODE THE    *
042800* SCHEDULER WATCHES.                                             *
042900***************************************************************** 
043000 4000-PRINT-RUN-TOTALS.                                           
043100     MOVE 99 TO AK-LINE-COUNT.                                    
043200     MOVE AK-GRAND-HEADER-LINE TO AK-PRINT-LINE.                  
043300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
043400     MOVE "ACKNOWLEDGMENTS READ" TO AK-COUNT-LABEL.               
043500     MOVE AK-ACKS-READ TO AK-COUNT-VALUE.                         
043600     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
043700     MOVE "SHIPMENTS ACKNOWLEDGED" TO AK-COUNT-LABEL.             
043800     MOVE AK-ACKS-MATCHED TO AK-COUNT-VALUE.                      
043900     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
044000     MOVE "COUNT/HASH MISMATCHES" TO AK-COUNT-LABEL.              
044100     MOVE AK-ACKS-MISMATCHED TO AK-COUNT-VALUE.                   
044200     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
044300     MOVE "ACKS FOR UNKNOWN SHIPMENTS" TO AK-COUNT-LABEL.         
044400     MOVE AK-ACKS-UNKNOWN TO AK-COUNT-VALUE.                      
044500     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
044600     MOVE "MALFORMED ACK CARDS" TO AK-COUNT-LABEL.                
044700     MOVE AK-ACKS-MALFORMED TO AK-COUNT-VALUE.                    
044800     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
044900     MOVE "SHIPMENTS OVERDUE PAST SLA" TO AK-COUNT-LABEL.         
045000     MOVE AK-SHIPS-OVERDUE TO AK-COUNT-VALUE.                     
045100     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
045200     MOVE "SHIPMENTS PENDING WITHIN SLA" TO AK-COUNT-LABEL.       
045300     MOVE AK-SHIPS-PENDING TO AK-COUNT-VALUE.                     
045400     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
045500     IF AK-EXCEPTION-COUNT > ZERO                                 
045600         MOVE 8 TO RETURN-CODE                                    
045700     END-IF.                                                      
045800 4000-EXIT.                                                       
045900     EXIT.                                                        
046000*                                                                 
046100 4100-PRINT-COUNT-LINE.                                           
046200     MOVE AK-COUNT-LINE TO AK-PRINT-LINE.                         
046300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
046400 4100-EXIT.                                                       
046500     EXIT.                                                        
046600*                                                                 
046700 2600-PRINT-DETAIL-LINE.                                          
046800     MOVE AK-DETAIL-LINE TO AK-PRINT-LINE.                        
046900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
047000 2600-EXIT.                                                       
047100     EXIT.                                                        
047200*                                                                 
047300***************************************************************** 
047400* 2700-PRINT-REPORT-LINE - PRINT ONE LINE FROM AK-PRINT-LINE,    *
047500* BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE PAGE IS FULL.    *
047600***************************************************************** 
047700 2700-PRINT-REPORT-LINE.                                          
047800     IF AK-LINE-COUNT > AK-LINES-PER-PAGE                         
047900         PERFORM 2800-PRINT-PAGE-HEADING THRU 2800-EXIT           
048000     END-IF.                                                      
048100     WRITE AK-REPORT-REC FROM AK-PRINT-LINE                       
048200         AFTER ADVANCING 1 LINE.                                  
048300     ADD 1 TO AK-LINE-COUNT.                                      
048400 2700-EXIT.                                                       
048500     EXIT.                                                        
048600*                                                                 
048700 2800-PRINT-PAGE-HEADING.                                         
048800     ADD 1 TO AK-PAGE-COUNT.                                      
048900     MOVE AK-PAGE-COUNT TO AK-HEAD-PAGE.                          
049000     WRITE AK-REPORT-REC FROM AK-HEADING-1                        
049100         AFTER ADVANCING PAGE.                                    
049200     WRITE AK-REPORT-REC FROM AK-HEADING-2                        
049300         AFTER ADVANCING 1 LINE.                                  
049400     MOVE SPACES TO AK-REPORT-REC.                                
049500     WRITE AK-REPORT-REC AFTER ADVANCING 1 LINE.                  
049600     WRITE AK-REPORT-REC FROM AK-COLUMN-HEADER-LINE               
049700         AFTER ADVANCING 1 LINE.                                  
049800     MOVE SPACES TO AK-REPORT-REC.                                
049900     WRITE AK-REPORT-REC AFTER ADVANCING 1 LINE.                  
050000     MOVE 5 TO AK-LINE-COUNT.                                     
050100 2800-EXIT.                                                       
050200     EXIT.                                                        
050300*                                                                 
050400***************************************************************** 
050500* 8900-WRITE-RUN-HISTORY - ADD THIS STEP'S RECORD TO THE RUN     *
050600* HISTORY FILE. PERFORMED LAST AT NORMAL END AND FROM THE ABEND  *
050700* ROUTINE, SO EVERY EXECUTION LEAVES ONE. A HISTORY FILE THAT    *
050800* WILL NOT OPEN IS REPORTED BUT LEAVES THE RETURN CODE ALONE -   *
050900* THE STEP'S OWN WORK IS DONE BY THEN, AND THE STEPS AFTER IT    *
051000* ARE CONDITIONED ON ITS RESULT, NOT ON THE BOOKKEEPING.         *
051100***************************************************************** 
051200 8900-WRITE-RUN-HISTORY.                                          
051300     OPEN EXTEND RUN-HISTORY-FILE.                                
051400     IF AK-RHST-FILE-STATUS NOT = "00"                            
051500         DISPLAY "CEASACK0003 - CEASRHST OPEN FAILED, "           
051600             "STATUS " AK-RHST-FILE-STATUS                        
051700             " - NO RUN HISTORY RECORD WRITTEN"                   
051800         GO TO 8900-EXIT                                          
051900     END-IF.                                                      
052000     MOVE SPACES TO RUN-HISTORY-REC.                              
052100     MOVE "CEASACK" TO RH-PROGRAM.                                
052200     MOVE SPACES TO RH-FEED-ID.                                   
052300     MOVE ZERO TO RH-FILE-DATE.                                   
052400     MOVE SPACES TO RH-KEY-ID.                                    
052500     MOVE AK-ACKS-READ TO RH-RECORDS-READ.                        
052600     ADD AK-ACKS-MATCHED AK-ACKS-MISMATCHED                       
052700         GIVING RH-RECORDS-WRITTEN.                               
052800     MOVE ZERO TO RH-RECORDS-SUSPENDED.                           
052900     MOVE AK-EXCEPTION-COUNT TO RH-EXCEPTION-COUNT.               
053000     MOVE AK-START-DATE TO RH-START-DATE.                         
053100     MOVE AK-START-TIME(1:6) TO RH-START-TIME.                    
053200     ACCEPT RH-END-DATE FROM DATE YYYYMMDD.                       
053300     ACCEPT AK-END-TIME FROM TIME.                                
053400     MOVE AK-END-TIME(1:6) TO RH-END-TIME.                        
053500     MOVE "N" TO RH-RESTART-FLAG.                                 
053600     MOVE AK-HIGH-MSG-NUMBER TO RH-HIGH-MSG-NUMBER.               
053700     MOVE RETURN-CODE TO RH-RETURN-CODE.                          
053800     WRITE RUN-HISTORY-REC.                                       
053900     CLOSE RUN-HISTORY-FILE.                                      
054000 8900-EXIT.                                                       
054100     EXIT.                                                        
054200*                                                                 
054300***************************************************************** 
054400* 8950-NOTE-MESSAGE - KEEP THE HIGHEST NUMBERED MESSAGE ISSUED,  *
054500* FOR THE RUN HISTORY RECORD.                                    *
054600***************************************************************** 
054700 8950-NOTE-MESSAGE.                                               
054800     IF AK-MSG-NUMBER > AK-HIGH-MSG-NUMBER                        
054900         MOVE AK-MSG-NUMBER TO AK-HIGH-MSG-NUMBER                 
055000     END-IF.                                                      
055100 8950-EXIT.                                                       
055200     EXIT.                                                        
055300*                                                                 
055400***************************************************************** 
055500* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
055600***************************************************************** 
055700 9000-TERMINATE.                                                  
055800     CLOSE ACK-INPUT-FILE.                                        
055900     CLOSE SHIP-REGISTER-FILE.                                    
056000     CLOSE RECON-REPORT-FILE.                                     
056100     PERFORM 8900-WRITE-RUN-HISTORY THRU 8900-EXIT.               
056200 9000-EXIT.                                                       
056300     EXIT.                                                        
056400*                                                                 
056500***************************************************************** 
056600* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP.            *
056700***************************************************************** 
056800 9900-ABEND-ROUTINE.                                              
056900     PERFORM 8900-WRITE-RUN-HISTORY THRU 8900-EXIT.               
057000     DISPLAY "CEASACK - JOB TERMINATED, RETURN CODE " RETURN-CODE.
057100     STOP RUN.                                                    
057200 9900-EXIT.                                                       
057300     EXIT.                                                        
