002300*                   REGISTER RECORD BEHIND, SO PARTNER RECEIPT    
002400*                   CAN BE RECONCILED INSTEAD OF TRACKED IN A     
002500*                   SPREADSHEET.                                  
002600*  10/15/2026 MWK   A COMBINED MULTI-PARTNER (*INFILE*) FILE IS NO
002700*                   LONGER REGISTERED - IT IS NEVER SHIPPED AS IT 
002800*                   STANDS. CEASBST BURSTS IT AND REGISTERS EACH  
002900*                   PARTNER'S PIECE.                              
003000*  10/15/2026 MWK   RUN HISTORY - ONE RECORD PER EXECUTION, NORMAL
003100*                   END OR ABEND, IS ADDED TO THE NEW CEASRHST    
003200*                   FILE (COPYBOOK RUNHIST) WITH THE COUNTS,      
003300*                   RESTART FLAG, HIGHEST MESSAGE NUMBER ISSUED,  
003400*                   AND RETURN CODE, FOR THE CEASOPX MORNING      
003500*                   EXCEPTION REPORT.                             
003600*                                                                 
003700 ENVIRONMENT DIVISION.                                            
003800 CONFIGURATION SECTION.                                           
003900 SOURCE-COMPUTER. IBM-370.                                        
004000 OBJECT-COMPUTER. IBM-370.                                        
004100 INPUT-OUTPUT SECTION.                                            
004200 FILE-CONTROL.                                                    
004300     SELECT SHIP-CIPHER-FILE ASSIGN TO CEASOUT                    
004400         ORGANIZATION IS SEQUENTIAL.                              
004500     SELECT SHIP-CONTROL-FILE ASSIGN TO SYSIN                     
004600         ORGANIZATION IS SEQUENTIAL.                              
004700     SELECT SHIP-REGISTER-FILE ASSIGN TO CEASTREG                 
004800         ORGANIZATION IS INDEXED                                  
004900         ACCESS MODE IS DYNAMIC                                   
005000         RECORD KEY IS SR-KEY                                     
005100         FILE STATUS IS SH-REG-FILE-STATUS.                       
005200     SELECT RUN-HISTORY-FILE ASSIGN TO CEASRHST                   
005300         ORGANIZATION IS SEQUENTIAL                               
005400         FILE STATUS IS SH-RHST-FILE-STATUS.                      
005500*                                                                 
005600 DATA DIVISION.                                                   
005700 FILE SECTION.                                                    
005800*    THE RELEASED CIPHER FILE, AS THE ENCRYPT RUN WROTE IT -      
005900*    *HDR FIRST, *TRL LAST, ONE MESSAGE PER VARIABLE-LENGTH       
006000*    RECORD IN BETWEEN.                                           
006100 FD  SHIP-CIPHER-FILE                                             
006200     RECORDING MODE IS V                                          
006300     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
006400         DEPENDING ON SH-IN-LENGTH.                               
006500 01  SH-CIPHER-REC               PIC X(2000).                     
006600*                                                                 
006700*    SYSIN CONTROL CARD - USED WHEN NO PARM IS SUPPLIED.          
006800*    COLUMNS  1- 8  KEY-ID THE ENCRYPT RUN USED. A MULTI-PARTNER  
006900*                   (*INFILE*) RUN'S COMBINED FILE IS REFUSED -   
007000*                   CEASBST BURSTS IT AND REGISTERS THE PIECES.   
007100*    COLUMNS  9-80  RESERVED.                                     
007200 FD  SHIP-CONTROL-FILE                                            
007300     RECORDING MODE IS F                                          
007400     RECORD CONTAINS 80 CHARACTERS.                               
007500 01  SH-CONTROL-REC.                                              
007600     05  SH-CONTROL-KEY-ID       PIC X(08).                       
007700     05  FILLER                  PIC X(72).                       
007800*                                                                 
007900*    KEYED TRANSMISSION REGISTER - ONE RECORD PER SHIPPED FILE.   
008000 FD  SHIP-REGISTER-FILE                                           
008100     RECORD CONTAINS 80 CHARACTERS.                               
008200     COPY SHIPREG.                                                
008300*                                                                 
008400*    RUN HISTORY - ONE RECORD ADDED PER EXECUTION, NORMAL END     
008500*    OR ABEND, FOR THE MORNING OPERATIONS EXCEPTION REPORT.       
008600 FD  RUN-HISTORY-FILE                                             
008700     RECORDING MODE IS F                                          
008800     RECORD CONTAINS 150 CHARACTERS.                              
008900     COPY RUNHIST.                                                
009000*                                                                 
009100 WORKING-STORAGE SECTION.                                         
009200*                                                                 
009300*    PROGRAM SWITCHES.                                            
009400 77  SH-EOF-SWITCH                PIC X(01) VALUE "N".            
009500     88  SH-END-OF-CIPHER                   VALUE "Y".            
009600 77  SH-HDR-SEEN-SWITCH           PIC X(01) VALUE "N".            
009700     88  SH-HDR-SEEN                        VALUE "Y".            
009800 77  SH-TRL-SEEN-SWITCH           PIC X(01) VALUE "N".            
009900     88  SH-TRL-SEEN                        VALUE "Y".            
010000*                                                                 
010100*    FIELDS LIFTED FROM THE FILE'S CONTROL RECORDS.               
010200 77  SH-IN-LENGTH                 PIC 9(04) COMP VALUE ZERO.      
010300 77  SH-FEED-ID                   PIC X(08) VALUE SPACES.         
010400 77  SH-FILE-DATE                 PIC 9(08) VALUE ZERO.           
010500 77  SH-TRL-COUNT                 PIC 9(08) VALUE ZERO.           
010600 77  SH-TRL-HASH                  PIC 9(12) VALUE ZERO.           
010700*                                                                 
010800*    RUN CONTROL FIELDS.                                          
010900 77  SH-KEY-ID-INPUT              PIC X(08) VALUE SPACES.         
011000 77  SH-REG-FILE-STATUS           PIC X(02) VALUE SPACES.         
011100 77  SH-RUN-DATE                  PIC 9(08) VALUE ZERO.           
011200 77  SH-RUN-TIME                  PIC 9(08) VALUE ZERO.           
011300*                                                                 
011400*    RUN HISTORY FIELDS. THE START STAMP IS TAKEN BEFORE          
011500*    ANYTHING CAN FAIL, AND THE HIGHEST NUMBERED MESSAGE IS       
011600*    KEPT AS EACH ONE GOES TO SYSOUT.                             
011700 77  SH-RHST-FILE-STATUS          PIC X(02) VALUE SPACES.         
011800 77  SH-START-DATE                PIC 9(08) VALUE ZERO.           
011900 77  SH-START-TIME                PIC 9(08) VALUE ZERO.           
012000 77  SH-END-TIME                  PIC 9(08) VALUE ZERO.           
012100 77  SH-MSG-NUMBER                PIC 9(04) VALUE ZERO.           
012200 77  SH-HIGH-MSG-NUMBER           PIC 9(04) VALUE ZERO.           
012300 77  SH-RECORD-COUNT              PIC 9(08) COMP VALUE ZERO.      
012400 77  SH-REGISTERED-COUNT          PIC 9(04) COMP VALUE ZERO.      
012500*                                                                 
012600 LINKAGE SECTION.                                                 
012700 01  LK-PARM-AREA.                                                
012800     05  LK-PARM-LENGTH           PIC S9(4) COMP.                 
012900     05  LK-PARM-DATA             PIC X(08).                      
013000*                                                                 
013100 PROCEDURE DIVISION USING LK-PARM-AREA.                           
013200***************************************************************** 
013300* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
013400***************************************************************** 
013500 0000-MAINLINE.                                                   
013600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
013700     PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT                  
013800         UNTIL SH-END-OF-CIPHER.                                  
013900     PERFORM 3000-RECORD-SHIPMENT THRU 3000-EXIT.                 
014000     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
014100     STOP RUN.                                                    
014200*                                                                 
014300***************************************************************** 
014400* 1000-INITIALIZE - GET THE RUN'S KEY-ID, OPEN FILES, PRIME      *
014500* READ.                                                          *
014600***************************************************************** 
014700 1000-INITIALIZE.                                                 
014800     ACCEPT SH-START-DATE FROM DATE YYYYMMDD.                     
014900     ACCEPT SH-START-TIME FROM TIME.                              
015000     IF LK-PARM-LENGTH > ZERO                                     
015100         MOVE LK-PARM-DATA(1:8) TO SH-KEY-ID-INPUT                
015200     ELSE                                                         
015300         OPEN INPUT SHIP-CONTROL-FILE                             
015400         READ SHIP-CONTROL-FILE                                   
015500             AT END                                               
015600                 MOVE SPACES TO SH-CONTROL-KEY-ID                 
015700         END-READ                                                 
015800         MOVE SH-CONTROL-KEY-ID TO SH-KEY-ID-INPUT                
015900         CLOSE SHIP-CONTROL-FILE                                  
016000     END-IF.                                                      
016100     IF SH-KEY-ID-INPUT = SPACES                                  
016200         MOVE 0001 TO SH-MSG-NUMBER                               
016300         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
016400         DISPLAY "CEASSHP0001 - NO KEY-ID IN PARM OR SYSIN"       
016500         MOVE 16 TO RETURN-CODE                                   
016600         GO TO 9900-ABEND-ROUTINE                                 
016700     END-IF.                                                      
016800     IF SH-KEY-ID-INPUT = "*INFILE*"                              
016900         MOVE 0008 TO SH-MSG-NUMBER                               
017000         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
017100         DISPLAY "CEASSHP0008 - A COMBINED *INFILE* FILE IS NOT " 
017200             "SHIPPED - RUN CEASBST TO BURST AND REGISTER IT"     
017300         MOVE 16 TO RETURN-CODE                                   
017400         GO TO 9900-ABEND-ROUTINE                                 
017500     END-IF.                                                      
017600     ACCEPT SH-RUN-DATE FROM DATE YYYYMMDD.                       
017700     ACCEPT SH-RUN-TIME FROM TIME.                                
017800     OPEN INPUT SHIP-CIPHER-FILE.                                 
017900     OPEN I-O SHIP-REGISTER-FILE.                                 
018000     IF SH-REG-FILE-STATUS NOT = "00"                             
018100         MOVE 0002 TO SH-MSG-NUMBER                               
018200         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
018300         DISPLAY "CEASSHP0002 - CEASTREG OPEN FAILED, STATUS "    
018400             SH-REG-FILE-STATUS                                   
018500         MOVE 19 TO RETURN-CODE                                   
018600         GO TO 9900-ABEND-ROUTINE                                 
018700     END-IF.                                                      
018800     PERFORM 2100-READ-CIPHER-RECORD THRU 2100-EXIT.              
018900 1000-EXIT.                                                       
019000     EXIT.                                                        
019100*                                                                 
019200***************************************************************** 
019300* 2000-SCAN-ONE-RECORD - LIFT THE *HDR AND *TRL FIELDS OFF THE   *
019400* RELEASED FILE. DATA AND *KEY RECORDS PASS BY UNTOUCHED - THE   *
019500* FILE WAS ALREADY RECONCILED BY THE ENCRYPT RUN AND PROVED BY   *
019600* CEASVFY BEFORE RELEASE.                                        *
019700***************************************************************** 
019800 2000-SCAN-ONE-RECORD.                                            
019900     ADD 1 TO SH-RECORD-COUNT.                                    
020000     EVALUATE TRUE                                                
020100         WHEN SH-CIPHER-REC(1:5) = "*HDR "                        
020200             PERFORM 2200-TAKE-HEADER-FIELDS THRU 2200-EXIT       
020300         WHEN SH-CIPHER-REC(1:5) = "*TRL "                        
020400             PERFORM 2300-TAKE-TRAILER-FIELDS THRU 2300-EXIT      
020500     END-EVALUATE.                                                
020600     PERFORM 2100-READ-CIPHER-RECORD THRU 2100-EXIT.              
020700 2000-EXIT.                                                       
020800     EXIT.                                                        
020900*                                                                 
021000 2100-READ-CIPHER-RECORD.                                         
021100     READ SHIP-CIPHER-FILE                                        
021200         AT END                                                   
021300             SET SH-END-OF-CIPHER TO TRUE                         
021400     END-READ.                                                    
021500 2100-EXIT.                                                       
021600     EXIT.                                                        
021700*                                                                 
021800 2200-TAKE-HEADER-FIELDS.                                         
021900     IF SH-CIPHER-REC(15:8) NOT NUMERIC                           
022000         MOVE 0007 TO SH-MSG-NUMBER                               
022100         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
022200         DISPLAY "CEASSHP0007 - *HDR CREATION DATE IS NOT "       
022300             "NUMERIC"                                            
022400         MOVE 21 TO RETURN-CODE                                   
022500         GO TO 9900-ABEND-ROUTINE                                 
022600     END-IF.                                                      
022700     MOVE SH-CIPHER-REC(6:8) TO SH-FEED-ID.                       
022800     MOVE SH-CIPHER-REC(15:8) TO SH-FILE-DATE.                    
022900     SET SH-HDR-SEEN TO TRUE.                                     
023000 2200-EXIT.                                                       
023100     EXIT.                                                        
023200*                                                                 
023300 2300-TAKE-TRAILER-FIELDS.                                        
023400     IF SH-CIPHER-REC(6:8) NOT NUMERIC                            
023500             OR SH-CIPHER-REC(15:12) NOT NUMERIC                  
023600         MOVE 0006 TO SH-MSG-NUMBER                               
023700         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
023800         DISPLAY "CEASSHP0006 - *TRL CONTROL TRAILER IS "         
023900             "MALFORMED"                                          
024000         MOVE 21 TO RETURN-CODE                                   
024100         GO TO 9900-ABEND-ROUTINE                                 
024200     END-IF.                                                      
024300     MOVE SH-CIPHER-REC(6:8) TO SH-TRL-COUNT.                     
024400     MOVE SH-CIPHER-REC(15:12) TO SH-TRL-HASH.                    
024500     SET SH-TRL-SEEN TO TRUE.                                     
024600 2300-EXIT.                                                       
024700     EXIT.                                                        
024800*                                                                 
024900***************************************************************** 
025000* 3000-RECORD-SHIPMENT - WRITE THE REGISTER RECORD FOR THE       *
025100* SHIPPED FILE, STATUS PENDING. BOTH CONTROL RECORDS MUST HAVE   *
025200* BEEN PRESENT - A FILE WITHOUT THEM SHOULD NEVER HAVE PASSED    *
025300* THE VERIFY STEP, LET ALONE SHIPPED.                            *
025400***************************************************************** 
025500 3000-RECORD-SHIPMENT.                                            
025600     IF NOT SH-HDR-SEEN                                           
025700         MOVE 0003 TO SH-MSG-NUMBER                               
025800         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
025900         DISPLAY "CEASSHP0003 - RELEASED FILE HAS NO *HDR "       
026000             "CONTROL HEADER"                                     
026100         MOVE 21 TO RETURN-CODE                                   
026200         GO TO 9900-ABEND-ROUTINE                                 
026300     END-IF.                                                      
026400     IF NOT SH-TRL-SEEN                                           
026500         MOVE 0005 TO SH-MSG-NUMBER                               
026600         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
026700         DISPLAY "CEASSHP0005 - RELEASED FILE HAS NO *TRL "       
026800             "CONTROL TRAILER"                                    
026900         MOVE 21 TO RETURN-CODE                                   
027000         GO TO 9900-ABEND-ROUTINE                                 
027100     END-IF.                                                      
027200     MOVE SH-FEED-ID TO SR-FEED-ID.                               
027300     MOVE SH-FILE-DATE TO SR-FILE-DATE.                           
027400     MOVE SH-KEY-ID-INPUT TO SR-KEY-ID.                           
027500     MOVE SH-TRL-COUNT TO SR-TRL-COUNT.                           
027600     MOVE SH-TRL-HASH TO SR-TRL-HASH.                             
027700     MOVE SH-RUN-DATE TO SR-SHIP-DATE.                            
027800     MOVE SH-RUN-TIME(1:6) TO SR-SHIP-TIME.                       
027900     MOVE "P" TO SR-ACK-STATUS.                                   
028000     MOVE ZERO TO SR-ACK-DATE.                                    
028100     WRITE SHIP-REGISTER-REC                                      
028200         INVALID KEY                                              
028300             MOVE 0004 TO SH-MSG-NUMBER                           
028400             PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT             
028500             DISPLAY "CEASSHP0004 - FEED " SH-FEED-ID " DATE "    
028600                 SH-FILE-DATE " IS ALREADY ON THE REGISTER"       
028700             MOVE 8 TO RETURN-CODE                                
028800         NOT INVALID KEY                                          
028900             ADD 1 TO SH-REGISTERED-COUNT                         
029000             DISPLAY "CEASSHP - FEED " SH-FEED-ID " DATE "        
029100                 SH-FILE-DATE " REGISTERED, " SH-TRL-COUNT        
029200                 " RECORDS, HASH " SH-TRL-HASH                    
029300     END-WRITE.                                                   
029400 3000-EXIT.                                                       
029500     EXIT.                                                        
029600*                                                                 
029700***************************************************************** 
029800* 8900-WRITE-RUN-HISTORY - ADD THIS STEP'S RECORD TO THE RUN     *
029900* HISTORY FILE. PERFORMED LAST AT NORMAL END AND FROM THE ABEND  *
030000* ROUTINE, SO EVERY EXECUTION LEAVES ONE. A HISTORY FILE THAT    *
030100* WILL NOT OPEN IS REPORTED BUT LEAVES THE RETURN CODE ALONE -   *
030200* THE STEP'S OWN WORK IS DONE BY THEN, AND THE STEPS AFTER IT    *
030300* ARE CONDITIONED ON ITS RESULT, NOT ON THE BOOKKEEPING.         *
030400***************************************************************** 
030500 8900-WRITE-RUN-HISTORY.                                          
030600     OPEN EXTEND RUN-HISTORY-FILE.                                
030700     IF SH-RHST-FILE-STATUS NOT = "00"                            
030800         DISPLAY "CEASSHP0009 - CEASRHST OPEN FAILED, "           
030900             "STATUS " SH-RHST-FILE-STATUS                        
031000             " - NO RUN HISTORY RECORD WRITTEN"                   
031100         GO TO 8900-EXIT                                          
031200     END-IF.                                                      
031300     MOVE SPACES TO RUN-HISTORY-REC.                              
031400     MOVE "CEASSHP" TO RH-PROGRAM.                                
031500     MOVE SH-FEED-ID TO RH-FEED-ID.                               
031600     MOVE SH-FILE-DATE TO RH-FILE-DATE.                           
031700     MOVE SH-KEY-ID-INPUT TO RH-KEY-ID.                           
031800     MOVE SH-RECORD-COUNT TO RH-RECORDS-READ.                     
031900     MOVE SH-REGISTERED-COUNT TO RH-RECORDS-WRITTEN.              
032000     MOVE ZERO TO RH-RECORDS-SUSPENDED.                           
032100     MOVE ZERO TO RH-EXCEPTION-COUNT.                             
032200     MOVE SH-START-DATE TO RH-START-DATE.                         
032300     MOVE SH-START-TIME(1:6) TO RH-START-TIME.                    
032400     ACCEPT RH-END-DATE FROM DATE YYYYMMDD.                       
032500     ACCEPT SH-END-TIME FROM TIME.                                
032600     MOVE SH-END-TIME(1:6) TO RH-END-TIME.                        
032700     MOVE "N" TO RH-RESTART-FLAG.                                 
032800     MOVE SH-HIGH-MSG-NUMBER TO RH-HIGH-MSG-NUMBER.               
032900     MOVE RETURN-CODE TO RH-RETURN-CODE.                          
033000     WRITE RUN-HISTORY-REC.                                       
033100     CLOSE RUN-HISTORY-FILE.                                      
033200 8900-EXIT.                                                       
033300     EXIT.                                                        
033400*                                                                 
033500***************************************************************** 
033600* 8950-NOTE-MESSAGE - KEEP THE HIGHEST NUMBERED MESSAGE ISSUED,  *
033700* FOR THE RUN HISTORY RECORD.                                    *
033800***************************************************************** 
033900 8950-NOTE-MESSAGE.                                               
034000     IF SH-MSG-NUMBER > SH-HIGH-MSG-NUMBER                        
034100         MOVE SH-MSG-NUMBER TO SH-HIGH-MSG-NUMBER                 
034200     END-IF.                                                      
034300 8950-EXIT.                                                       
034400     EXIT.                                                        
034500*                                                                 
034600***************************************************************** 
034700* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
034800***************************************************************** 
034900 9000-TERMINATE.                                                  
035000     CLOSE SHIP-CIPHER-FILE.                                      
035100     CLOSE SHIP-REGISTER-FILE.                                    
035200     PERFORM 8900-WRITE-RUN-HISTORY THRU 8900-EXIT.               
035300 9000-EXIT.                                                       
035400     EXIT.                                                        
035500*                                                                 
035600***************************************************************** 
035700* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP.            *
035800***************************************************************** 
035900 9900-ABEND-ROUTINE.                                              
036000     PERFORM 8900-WRITE-RUN-HISTORY THRU 8900-EXIT.               
036100     DISPLAY "CEASSHP - JOB TERMINATED, RETURN CODE " RETURN-CODE.
036200     STOP RUN.                                                    
036300 9900-EXIT.                                                       
036400     EXIT.                                                        
