004700*  08/23/2026 MWK   REJECTS A KEY-ID WHOSE GENERATION IN          
004800*                   EFFECT IS A TYPE-V (VIGENERE KEYWORD) KEY,    
004900*                   MATCHING CEASER'S LOOKUP.                     
005000*  10/15/2026 MWK   CEASKEY RECORD WIDENED TO 128 BYTES FOR DUAL  
005100*                   CONTROL. A GENERATION PENDING APPROVAL IS     
005200*                   NEVER SELECTED; WHEN ONE WOULD OTHERWISE BE IN
005300*                   EFFECT, CEASVFY0013 SAYS SO ON SYSOUT SO A    
005400*                   MISSED APPROVAL IS NOT MISTAKEN FOR A MISSING 
005500*                   KEY.                                          
005600*  10/15/2026 MWK   A GENERATION DECLARED COMPROMISED IS NEVER    
005700*                   USED. WHEN IT IS THE LATEST GENERATION IN     
005800*                   EFFECT THE RUN ABENDS WITH CEASVFY0014,       
005900*                   MATCHING CEASER'S LOOKUP.                     
006000*  10/15/2026 MWK   RUN HISTORY - ONE RECORD PER EXECUTION, NORMAL
006100*                   END OR ABEND, IS ADDED TO THE NEW CEASRHST    
006200*                   FILE (COPYBOOK RUNHIST) WITH THE COUNTS,      
006300*                   RESTART FLAG, HIGHEST MESSAGE NUMBER ISSUED,  
006400*                   AND RETURN CODE, FOR THE CEASOPX MORNING      
006500*                   EXCEPTION REPORT.                             
006600*  10/15/2026 MWK   PROVES FIELD-LEVEL FILES - THE CEASFMAP FIELD 
006700*                   MAP (COPYBOOK FLDMAP) IS APPLIED TO THE       
006800*                   DECRYPT EXACTLY AS CEASER APPLIES IT, SO A    
006900*                   CLEAR COLUMN THAT WAS CIPHERED, OR A CIPHERED 
007000*                   ONE LEFT IN CLEAR, SHOWS UP AS A MISMATCH.    
007100*  10/15/2026 MWK   FIELD MAPS - THE TYPE COLUMNS OF EVERY TYPED  
007200*                   MAP UNDER THE KEY-ID ARE NOW ALWAYS LEFT IN   
007300*                   CLEAR, SO A RECORD CIPHERED WHOLE OR UNDER    
007400*                   ANOTHER MAP CANNOT DECRYPT UNDER THE WRONG    
007500*                   MAP.                                          
007600*                                                                 
007700 ENVIRONMENT DIVISION.                                            
007800 CONFIGURATION SECTION.                                           
007900 SOURCE-COMPUTER. IBM-370.                                        
008000 OBJECT-COMPUTER. IBM-370.                                        
008100 INPUT-OUTPUT SECTION.                                            
008200 FILE-CONTROL.                                                    
008300     SELECT VERIFY-ORIGINAL-FILE ASSIGN TO CEASIN                 
008400         ORGANIZATION IS SEQUENTIAL.                              
008500     SELECT VERIFY-CIPHER-FILE ASSIGN TO CEASOUT                  
008600         ORGANIZATION IS SEQUENTIAL.                              
008700     SELECT VERIFY-CONTROL-FILE ASSIGN TO SYSIN                   
008800         ORGANIZATION IS SEQUENTIAL.                              
008900     SELECT CEASER-KEY-FILE ASSIGN TO CEASKEY                     
009000         ORGANIZATION IS INDEXED                                  
009100         ACCESS MODE IS DYNAMIC                                   
009200         RECORD KEY IS CK-KEY                                     
009300         FILE STATUS IS VF-KEY-FILE-STATUS.                       
009400     SELECT RUN-HISTORY-FILE ASSIGN TO CEASRHST                   
009500         ORGANIZATION IS SEQUENTIAL                               
009600         FILE STATUS IS VF-RHST-FILE-STATUS.                      
009700     SELECT FIELD-MAP-FILE ASSIGN TO CEASFMAP                     
009800         ORGANIZATION IS SEQUENTIAL                               
009900         FILE STATUS IS VF-FMAP-FILE-STATUS.                      
010000*                                                                 
010100 DATA DIVISION.                                                   
010200 FILE SECTION.                                                    
010300*    THE ORIGINAL PLAINTEXT FED TO THE ENCRYPT RUN.               
010400 FD  VERIFY-ORIGINAL-FILE                                         
010500     RECORDING MODE IS V                                          
010600     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
010700         DEPENDING ON VF-ORIG-LENGTH.                             
010800 01  VF-ORIGINAL-REC             PIC X(2000).                     
010900*                                                                 
011000*    THE ENCRYPT RUN'S OUTPUT, READ BACK FOR DECRYPTION.          
011100 FD  VERIFY-CIPHER-FILE                                           
011200     RECORDING MODE IS V                                          
011300     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
011400         DEPENDING ON VF-CIPH-LENGTH.                             
011500 01  VF-CIPHER-REC               PIC X(2000).                     
011600*                                                                 
011700*    SYSIN CONTROL CARD - USED WHEN NO PARM IS SUPPLIED.          
011800*    COLUMNS  1- 8  KEY-ID THE ENCRYPT RUN USED, OR THE VALUE     
011900*                   *INFILE* WHEN THE ENCRYPT RUN WAS MULTI-      
012000*                   PARTNER AND THE FILE CARRIES *KEY HEADERS.    
012100*    COLUMNS  9-80  RESERVED.                                     
012200 FD  VERIFY-CONTROL-FILE                                          
012300     RECORDING MODE IS F                                          
012400     RECORD CONTAINS 80 CHARACTERS.                               
012500 01  VF-CONTROL-REC.                                              
012600     05  VF-CONTROL-KEY-ID       PIC X(08).                       
012700     05  FILLER                  PIC X(72).                       
012800*                                                                 
012900*    KEYED CIPHER KEY TABLE - SAME TABLE CEASER LOOKS UP.         
013000 FD  CEASER-KEY-FILE                                              
013100     RECORD CONTAINS 128 CHARACTERS.                              
013200     COPY CIPHERKY.                                               
013300*                                                                 
013400*    RUN HISTORY - ONE RECORD ADDED PER EXECUTION, NORMAL END     
013500*    OR ABEND, FOR THE MORNING OPERATIONS EXCEPTION REPORT.       
013600 FD  RUN-HISTORY-FILE                                             
013700     RECORDING MODE IS F                                          
013800     RECORD CONTAINS 150 CHARACTERS.                              
013900     COPY RUNHIST.                                                
014000*                                                                 
014100*    FIELD MAP CARDS - WHICH COLUMNS OF A KEY-ID'S RECORDS ARE    
014200*    CIPHERED WHEN ONLY SOME OF THEM ARE.                         
014300 FD  FIELD-MAP-FILE                                               
014400     RECORDING MODE IS F                                          
014500     RECORD CONTAINS 80 CHARACTERS.                               
014600     COPY FLDMAP.                                                 
014700*                                                                 
014800 WORKING-STORAGE SECTION.                                         
014900*                                                                 
015000*    CIPHER WORKING FIELDS. A MESSAGE IS UP TO 2000 BYTES;        
015100*    VF-STRE HOLDS THE REAL TEXT LENGTH OF THE CIPHER MESSAGE IN  
015200*    HAND, SET FROM THE RECORD LENGTH LESS TRAILING PAD SPACES.   
015300*    BOTH SIDES OF THE COMPARISON ARE SPACE-PADDED TO FULL        
015400*    WIDTH, SO TRAILING PAD IS NEVER COUNTED AS A DIFFERENCE.     
015500 77  VF-MYSTRING                 PIC X(2000) VALUE SPACES.        
015600 77  VF-SHIFT                    PIC 9(8)   VALUE 0.              
015700 77  VF-TEMP                     PIC X(2000) VALUE SPACES.        
015800 77  VF-TEMPC                    PIC X(1)   VALUE SPACE.          
015900 77  VF-RESULT                   PIC X(2000) VALUE SPACES.        
016000 77  VF-ORIG-TEXT                PIC X(2000) VALUE SPACES.        
016100 77  VF-ASCIIV                   PIC 9(8)   VALUE 0.              
016200 77  VF-WRAP                     PIC 9(8)   VALUE 0.              
016300 77  VF-STRE                     PIC 9(4)   VALUE ZERO.           
016400 77  VF-ORIG-LENGTH              PIC 9(4)   COMP VALUE ZERO.      
016500 77  VF-CIPH-LENGTH              PIC 9(4)   COMP VALUE ZERO.      
016600 77  VF-IL                       PIC 9(4)   COMP VALUE 1.         
016700*                                                                 
016800*    PROGRAM SWITCHES.                                            
016900 77  VF-ORIG-EOF-SWITCH           PIC X(01) VALUE "N".            
017000     88  VF-END-OF-ORIGINAL                 VALUE "Y".            
017100 77  VF-CIPH-EOF-SWITCH           PIC X(01) VALUE "N".            
017200     88  VF-END-OF-CIPHER                   VALUE "Y".            
017300 77  VF-TRIM-SWITCH               PIC X(01) VALUE "N".            
017400     88  VF-TRIM-DONE                       VALUE "Y".            
017500 77  VF-DIFF-SWITCH               PIC X(01) VALUE "N".            
017600     88  VF-DIFF-FOUND                      VALUE "Y".            
017700 77  VF-KEYGEN-EOF-SWITCH         PIC X(01) VALUE "N".            
017800     88  VF-KEYGEN-EOF                      VALUE "Y".            
017900 77  VF-KEYGEN-FOUND-SWITCH       PIC X(01) VALUE "N".            
018000     88  VF-KEYGEN-FOUND                    VALUE "Y".            
018100*    LATEST GENERATION STILL PENDING APPROVAL THAT WOULD          
018200*    OTHERWISE BE IN EFFECT - REPORTED ON SYSOUT, NEVER USED.     
018300 77  VF-PENDING-EFF-DATE          PIC 9(08) VALUE ZERO.           
018400*    COMPROMISED GENERATION THAT WOULD OTHERWISE BE IN EFFECT -   
018500*    THE KEY-ID CANNOT BE USED UNTIL A NEW GENERATION TAKES OVER. 
018600 77  VF-COMPROMISED-EFF-DATE      PIC 9(08) VALUE ZERO.           
018700 77  VF-MULTI-SWITCH              PIC X(01) VALUE "N".            
018800     88  VF-MULTI-PARTNER                    VALUE "Y".           
018900 77  VF-KEY-LOADED-SWITCH         PIC X(01) VALUE "N".            
019000     88  VF-KEY-LOADED                       VALUE "Y".           
019100*                                                                 
019200*    KEY CONTROL FIELDS.                                          
019300 77  VF-KEY-ID-INPUT              PIC X(08) VALUE SPACES.         
019400 77  VF-KEY-FILE-STATUS           PIC X(02) VALUE SPACES.         
019500 77  VF-RUN-DATE                  PIC 9(8)  VALUE ZERO.           
019600 77  VF-DIGIT-SWITCH              PIC X(01) VALUE "N".            
019700     88  VF-DIGITS-ON                        VALUE "Y".           
019800 77  VF-DIGIT-QUOT                PIC 9(8)  VALUE ZERO.           
019900 77  VF-DIGIT-REM                 PIC 9(8)  VALUE ZERO.           
020000 77  VF-GEN-TYPE                  PIC X(01) VALUE SPACE.          
020100*                                                                 
020200*    COMPARISON AND REPORTING FIELDS.                             
020300 77  VF-RECORD-COUNT              PIC 9(8)  COMP VALUE ZERO.      
020400 77  VF-MISMATCH-COUNT            PIC 9(8)  COMP VALUE ZERO.      
020500 77  VF-MISMATCH-OFFSET           PIC 9(4)  VALUE ZERO.           
020600 77  VF-CI                        PIC 9(4)  COMP VALUE 1.         
020700 77  VF-RECORD-NUMBER             PIC 9(8)  VALUE ZERO.           
020800*                                                                 
020900*    RUN HISTORY FIELDS. THE START STAMP IS TAKEN BEFORE          
021000*    ANYTHING CAN FAIL, AND THE HIGHEST NUMBERED MESSAGE IS       
021100*    KEPT AS EACH ONE GOES TO SYSOUT.                             
021200 77  VF-RHST-FILE-STATUS          PIC X(02) VALUE SPACES.         
021300 77  VF-START-DATE                PIC 9(08) VALUE ZERO.           
021400 77  VF-START-TIME                PIC 9(08) VALUE ZERO.           
021500 77  VF-END-TIME                  PIC 9(08) VALUE ZERO.           
021600 77  VF-MSG-NUMBER                PIC 9(04) VALUE ZERO.           
021700 77  VF-HIGH-MSG-NUMBER           PIC 9(04) VALUE ZERO.           
021800 77  VF-RUN-KEY-ID                PIC X(08) VALUE SPACES.         
021900 77  VF-HDR-FEED-ID               PIC X(08) VALUE SPACES.         
022000 77  VF-HDR-FILE-DATE             PIC 9(08) VALUE ZERO.           
022100*                                                                 
022200*    FIELD MAP (COPYBOOK FLDMAP) - LOADED ONCE FROM CEASFMAP. A   
022300*    KEY-ID WITH NO MAP IS CIPHERED WHOLE. THE MAP CHOSEN FOR A   
022400*    MESSAGE RANKS 1 FOR THE KEY-ID'S OWN TYPED MAP, 2 FOR ITS    
022500*    UNTYPED ONE, 3 FOR AN ANY-KEY TYPED ONE. VF-FMAP-KEY-ID IS   
022600*    THE KEY-ID THE MESSAGE IN HAND IS CIPHERED UNDER.            
022700 77  VF-FMAP-FILE-STATUS         PIC X(02) VALUE SPACES.          
022800 77  VF-FMAP-EOF-SWITCH          PIC X(01) VALUE "N".             
022900     88  VF-FMAP-EOF                        VALUE "Y".            
023000 77  VF-FMAP-CARD-NUMBER         PIC 9(06) VALUE ZERO.            
023100 77  VF-FMAP-REASON              PIC X(44) VALUE SPACES.          
023200 77  VF-FMAP-MAX-MAPS            PIC 9(04) COMP VALUE 100.        
023300 77  VF-FMAP-MAX-RANGES          PIC 9(04) COMP VALUE 20.         
023400 77  VF-FMAP-COUNT               PIC 9(04) COMP VALUE ZERO.       
023500 77  VF-FMAP-FI                  PIC 9(04) COMP VALUE ZERO.       
023600 77  VF-FMAP-RI                  PIC 9(04) COMP VALUE ZERO.       
023700 77  VF-FMAP-HIT                 PIC 9(04) COMP VALUE ZERO.       
023800 77  VF-FMAP-RANK                PIC 9(01) VALUE ZERO.            
023900 77  VF-FMAP-POS                 PIC 9(04) COMP VALUE ZERO.       
024000 77  VF-FMAP-SPAN                PIC 9(04) COMP VALUE ZERO.       
024100 77  VF-FMAP-END                 PIC 9(04) COMP VALUE ZERO.       
024200 77  VF-FMAP-KEY-ID              PIC X(08) VALUE SPACES.          
024300 77  VF-FMAP-MSG-COUNT           PIC 9(08) VALUE ZERO.            
024400 77  VF-FIELD-HOLD               PIC X(2000) VALUE SPACES.        
024500 01  VF-FIELD-MAP-TABLE.                                          
024600     05  VF-FMAP-ENTRY           OCCURS 100 TIMES.                
024700         10  VF-FE-KEY-ID        PIC X(08).                       
024800         10  VF-FE-TYPE          PIC X(08).                       
024900         10  VF-FE-TYPE-START    PIC 9(04) COMP.                  
025000         10  VF-FE-TYPE-LENGTH   PIC 9(04) COMP.                  
025100         10  VF-FE-RANGE-COUNT   PIC 9(04) COMP.                  
025200         10  VF-FE-RANGE         OCCURS 20 TIMES.                 
025300             15  VF-FE-FROM      PIC 9(04) COMP.                  
025400             15  VF-FE-LENGTH    PIC 9(04) COMP.                  
025500*                                                                 
025600 LINKAGE SECTION.                                                 
025700 01  LK-PARM-AREA.                                                
025800     05  LK-PARM-LENGTH           PIC S9(4) COMP.                 
025900     05  LK-PARM-DATA             PIC X(08).                      
026000*                                                                 
026100 PROCEDURE DIVISION USING LK-PARM-AREA.                           
026200***************************************************************** 
026300* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
026400***************************************************************** 
026500 0000-MAINLINE.                                                   
026600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
026700     PERFORM 2000-VERIFY-ONE-PAIR THRU 2000-EXIT                  
026800         UNTIL VF-END-OF-ORIGINAL OR VF-END-OF-CIPHER.            
026900     PERFORM 2500-CHECK-RECORD-COUNTS THRU 2500-EXIT.             
027000     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
027100     STOP RUN.                                                    
027200*                                                                 
027300***************************************************************** 
027400* 1000-INITIALIZE - GET THE RUN'S KEY-ID, OPEN FILES, PRIME      *
027500* READS ON BOTH SIDES OF THE COMPARISON.                         *
027600***************************************************************** 
027700 1000-INITIALIZE.                                                 
027800     ACCEPT VF-START-DATE FROM DATE YYYYMMDD.                     
027900     ACCEPT VF-START-TIME FROM TIME.                              
028000     PERFORM 1100-GET-KEY-ID THRU 1100-EXIT.                      
028100     PERFORM 1800-LOAD-FIELD-MAP THRU 1800-EXIT.                  
028200     OPEN INPUT VERIFY-ORIGINAL-FILE.                             
028300     OPEN INPUT VERIFY-CIPHER-FILE.                               
028400     PERFORM 2100-READ-ORIGINAL-RECORD THRU 2100-EXIT.            
028500     PERFORM 2200-READ-CIPHER-RECORD THRU 2200-EXIT.              
028600 1000-EXIT.                                                       
028700     EXIT.                                                        
028800*                                                                 
028900***************************************************************** 
029000* 1100-GET-KEY-ID - OBTAIN THE KEY-ID THE ENCRYPT RUN USED FROM  *
029100* THE EXEC PARM IF ONE WAS PASSED, OTHERWISE FROM A SYSIN        *
029200* CONTROL CARD, AND LOOK UP ITS SHIFT VALUE IN THE               *
029300* CEASER-KEY-FILE KEY TABLE.                                     *
029400***************************************************************** 
029500 1100-GET-KEY-ID.                                                 
029600     IF LK-PARM-LENGTH > ZERO                                     
029700         MOVE LK-PARM-DATA(1:8) TO VF-KEY-ID-INPUT                
029800     ELSE                                                         
029900         OPEN INPUT VERIFY-CONTROL-FILE                           
030000         READ VERIFY-CONTROL-FILE                                 
030100             AT END                                               
030200                 MOVE SPACES TO VF-CONTROL-KEY-ID                 
030300         END-READ                                                 
030400         MOVE VF-CONTROL-KEY-ID TO VF-KEY-ID-INPUT                
030500         CLOSE VERIFY-CONTROL-FILE                                
030600     END-IF.                                                      
030700     IF VF-KEY-ID-INPUT = SPACES                                  
030800         MOVE 0001 TO VF-MSG-NUMBER                               
030900         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
031000         DISPLAY "CEASVFY0001 - NO KEY-ID IN PARM OR SYSIN"       
031100         MOVE 16 TO RETURN-CODE                                   
031200         GO TO 9900-ABEND-ROUTINE                                 
031300     END-IF.                                                      
031400     ACCEPT VF-RUN-DATE FROM DATE YYYYMMDD.                       
031500     MOVE VF-KEY-ID-INPUT TO VF-RUN-KEY-ID.                       
031600     IF VF-KEY-ID-INPUT = "*INFILE*"                              
031700         SET VF-MULTI-PARTNER TO TRUE                             
031800     ELSE                                                         
031900         PERFORM 1150-LOOKUP-CIPHER-KEY THRU 1150-EXIT            
032000     END-IF.                                                      
032100 1100-EXIT.                                                       
032200     EXIT.                                                        
032300*                                                                 
032400***************************************************************** 
032500* 1150-LOOKUP-CIPHER-KEY - BROWSE THE KEYED CIPHER KEY TABLE     *
032600* FOR THE RUN'S KEY-ID AND ADOPT THE SHIFT OF THE LATEST ACTIVE  *
032700* GENERATION IN EFFECT FOR THE RUN DATE - THE SAME SELECTION     *
032800* CEASER'S LOOKUP MAKES, SO THE PROOF DECRYPTS UNDER THE SAME    *
032900* GENERATION THE ENCRYPT RUN USED.                               *
033000***************************************************************** 
033100 1150-LOOKUP-CIPHER-KEY.                                          
033200     OPEN INPUT CEASER-KEY-FILE.                                  
033300     IF VF-KEY-FILE-STATUS NOT = "00"                             
033400         MOVE 0005 TO VF-MSG-NUMBER                               
033500         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
033600         DISPLAY "CEASVFY0005 - CEASKEY OPEN FAILED, STATUS "     
033700             VF-KEY-FILE-STATUS                                   
033800         MOVE 19 TO RETURN-CODE                                   
033900         GO TO 9900-ABEND-ROUTINE                                 
034000     END-IF.                                                      
034100     MOVE "N" TO VF-KEYGEN-EOF-SWITCH.                            
034200     MOVE "N" TO VF-KEYGEN-FOUND-SWITCH.                          
034300     MOVE ZERO TO VF-PENDING-EFF-DATE.                            
034400     MOVE ZERO TO VF-COMPROMISED-EFF-DATE.                        
034500     MOVE VF-KEY-ID-INPUT TO CK-KEY-ID.                           
034600     MOVE ZERO TO CK-EFFECTIVE-DATE.                              
034700     START CEASER-KEY-FILE KEY IS NOT LESS THAN CK-KEY            
034800         INVALID KEY                                              
034900             SET VF-KEYGEN-EOF TO TRUE                            
035000     END-START.                                                   
035100     PERFORM 1160-READ-NEXT-GENERATION THRU 1160-EXIT             
035200         UNTIL VF-KEYGEN-EOF.                                     
035300     IF VF-PENDING-EFF-DATE > ZERO                                
035400         MOVE 0013 TO VF-MSG-NUMBER                               
035500         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
035600         DISPLAY "CEASVFY0013 - GENERATION " VF-PENDING-EFF-DATE  
035700             " OF KEY-ID " VF-KEY-ID-INPUT                        
035800             " IS PENDING APPROVAL - NOT USED"                    
035900     END-IF.                                                      
036000     IF VF-COMPROMISED-EFF-DATE > ZERO                            
036100         MOVE 0014 TO VF-MSG-NUMBER                               
036200         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
036300         DISPLAY "CEASVFY0014 - GENERATION "                      
036400             VF-COMPROMISED-EFF-DATE " OF KEY-ID " VF-KEY-ID-INPUT
036500             " IS COMPROMISED - NOT USED"                         
036600         MOVE 18 TO RETURN-CODE                                   
036700         GO TO 9900-ABEND-ROUTINE                                 
036800     END-IF.                                                      
036900     IF NOT VF-KEYGEN-FOUND                                       
037000         MOVE 0003 TO VF-MSG-NUMBER                               
037100         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
037200         DISPLAY "CEASVFY0003 - NO ACTIVE GENERATION OF KEY-ID "  
037300             VF-KEY-ID-INPUT " IN EFFECT ON " VF-RUN-DATE         
037400         MOVE 18 TO RETURN-CODE                                   
037500         GO TO 9900-ABEND-ROUTINE                                 
037600     END-IF.                                                      
037700     IF VF-GEN-TYPE = "V"                                         
037800         MOVE 0012 TO VF-MSG-NUMBER                               
037900         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
038000         DISPLAY "CEASVFY0012 - KEY-ID " VF-KEY-ID-INPUT          
038100             " IS A VIGENERE KEYWORD KEY - USE CEASERV"           
038200         MOVE 18 TO RETURN-CODE                                   
038300         GO TO 9900-ABEND-ROUTINE                                 
038400     END-IF.                                                      
038500     CLOSE CEASER-KEY-FILE.                                       
038600 1150-EXIT.                                                       
038700     EXIT.                                                        
038800*                                                                 
038900 1160-READ-NEXT-GENERATION.                                       
039000     READ CEASER-KEY-FILE NEXT RECORD                             
039100         AT END                                                   
039200             SET VF-KEYGEN-EOF TO TRUE                            
039300         NOT AT END                                               
039400             IF CK-KEY-ID NOT = VF-KEY-ID-INPUT                   
039500                 SET VF-KEYGEN-EOF TO TRUE                        
039600             ELSE                                                 
039700                 IF CK-GEN-ACTIVE                                 
039800                         AND CK-EFFECTIVE-DATE NOT > VF-RUN-DATE  
039900                     MOVE CK-SHIFT-VALUE TO VF-SHIFT              
040000                     MOVE CK-KEY-TYPE TO VF-GEN-TYPE              
040100                     IF CK-DIGITS-CIPHERED                        
040200                         MOVE "Y" TO VF-DIGIT-SWITCH              
040300                     ELSE                                         
040400                         MOVE "N" TO VF-DIGIT-SWITCH              
040500                     END-IF                                       
040600                     SET VF-KEYGEN-FOUND TO TRUE                  
040700                     MOVE ZERO TO VF-PENDING-EFF-DATE             
040800                     MOVE ZERO TO VF-COMPROMISED-EFF-DATE         
040900                 END-IF                                           
041000                 IF CK-GEN-PENDING                                
041100                         AND CK-EFFECTIVE-DATE NOT > VF-RUN-DATE  
041200                     MOVE CK-EFFECTIVE-DATE TO VF-PENDING-EFF-DATE
041300                 END-IF                                           
041400*                A COMPROMISED GENERATION ENDS THE CHAIN - THE    
041500*                KEY-ID IS UNUSABLE UNTIL A NEW ONE TAKES OVER.   
041600                 IF CK-GEN-COMPROMISED                            
041700                         AND CK-EFFECTIVE-DATE NOT > VF-RUN-DATE  
041800                     MOVE CK-EFFECTIVE-DATE                       
041900                         TO VF-COMPROMISED-EFF-DATE               
042000                     MOVE "N" TO VF-KEYGEN-FOUND-SWITCH           
042100                 END-IF                                           
042200             END-IF                                               
042300     END-READ.                                                    
042400 1160-EXIT.                                                       
042500     EXIT.                                                        
042600*                                                                 
042700***************************************************************** 
042800* 1800-LOAD-FIELD-MAP - LOAD THE FIELD MAP CARDS (CEASFMAP)      *
042900* INTO THE MAP TABLE, CHECKING EACH ONE. A BAD CARD STOPS THE    *
043000* RUN BEFORE ANY RECORD IS TOUCHED - A WRONG MAP COULD SHIP A    *
043100* SENSITIVE COLUMN IN CLEAR. AN EMPTY FILE MEANS NO PARTNER IS   *
043200* ON FIELD-LEVEL CIPHERING, AND EVERY RECORD IS CIPHERED WHOLE.  *
043300***************************************************************** 
043400 1800-LOAD-FIELD-MAP.                                             
043500     OPEN INPUT FIELD-MAP-FILE.                                   
043600     IF VF-FMAP-FILE-STATUS NOT = "00"                            
043700         MOVE 0016 TO VF-MSG-NUMBER                               
043800         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
043900         DISPLAY "CEASVFY0016 - CEASFMAP OPEN FAILED, STATUS "    
044000             VF-FMAP-FILE-STATUS                                  
044100         MOVE 19 TO RETURN-CODE                                   
044200         GO TO 9900-ABEND-ROUTINE                                 
044300     END-IF.                                                      
044400     PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT.             
044500     PERFORM 1820-ADD-FIELD-MAP-CARD THRU 1820-EXIT               
044600         UNTIL VF-FMAP-EOF.                                       
044700     CLOSE FIELD-MAP-FILE.                                        
044800     IF VF-FMAP-COUNT > ZERO                                      
044900         DISPLAY "CEASVFY - FIELD MAPS LOADED FROM CEASFMAP "     
045000             VF-FMAP-COUNT                                        
045100     END-IF.                                                      
045200 1800-EXIT.                                                       
045300     EXIT.                                                        
045400*                                                                 
045500 1810-READ-FIELD-MAP-CARD.                                        
045600     READ FIELD-MAP-FILE                                          
045700         AT END                                                   
045800             SET VF-FMAP-EOF TO TRUE                              
045900         NOT AT END                                               
046000             ADD 1 TO VF-FMAP-CARD-NUMBER                         
046100     END-READ.                                                    
046200 1810-EXIT.                                                       
046300     EXIT.                                                        
046400*                                                                 
046500***************************************************************** 
046600* 1820-ADD-FIELD-MAP-CARD - ONE RANGE CARD. THE FIRST CARD OF A  *
046700* KEY-ID AND RECORD TYPE STARTS A NEW MAP; THE CARDS AFTER IT    *
046800* ADD THEIR RANGES TO THAT MAP.                                  *
046900***************************************************************** 
047000 1820-ADD-FIELD-MAP-CARD.                                         
047100     IF FM-COMMENT-CARD OR FIELD-MAP-CARD = SPACES                
047200         PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT          
047300         GO TO 1820-EXIT                                          
047400     END-IF.                                                      
047500     PERFORM 1830-CHECK-FIELD-MAP-CARD THRU 1830-EXIT.            
047600     IF VF-FMAP-COUNT = ZERO                                      
047700             OR FM-KEY-ID NOT = VF-FE-KEY-ID(VF-FMAP-COUNT)       
047800             OR FM-RECORD-TYPE NOT = VF-FE-TYPE(VF-FMAP-COUNT)    
047900         PERFORM 1840-START-FIELD-MAP THRU 1840-EXIT              
048000     END-IF.                                                      
048100     MOVE VF-FMAP-COUNT TO VF-FMAP-FI.                            
048200     IF FM-RECORD-TYPE NOT = SPACES                               
048300         IF FM-TYPE-START NOT = VF-FE-TYPE-START(VF-FMAP-FI)      
048400            OR FM-TYPE-LENGTH NOT = VF-FE-TYPE-LENGTH(VF-FMAP-FI) 
048500             MOVE "TYPE COLUMNS DIFFER FROM THE MAP'S FIRST CARD" 
048600                 TO VF-FMAP-REASON                                
048700             GO TO 1890-REJECT-FIELD-MAP-CARD                     
048800         END-IF                                                   
048900     END-IF.                                                      
049000     IF VF-FE-RANGE-COUNT(VF-FMAP-FI) = VF-FMAP-MAX-RANGES        
049100         MOVE "MORE THAN 20 RANGES IN ONE MAP" TO VF-FMAP-REASON  
049200         GO TO 1890-REJECT-FIELD-MAP-CARD                         
049300     END-IF.                                                      
049400     ADD 1 TO VF-FE-RANGE-COUNT(VF-FMAP-FI).                      
049500     MOVE VF-FE-RANGE-COUNT(VF-FMAP-FI) TO VF-FMAP-RI.            
049600     MOVE FM-RANGE-FROM TO VF-FE-FROM(VF-FMAP-FI, VF-FMAP-RI).    
049700     COMPUTE VF-FE-LENGTH(VF-FMAP-FI, VF-FMAP-RI) =               
049800         FM-RANGE-TO - FM-RANGE-FROM + 1.                         
049900     PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT.             
050000 1820-EXIT.                                                       
050100     EXIT.                                                        
050200*                                                                 
050300***************************************************************** 
050400* 1830-CHECK-FIELD-MAP-CARD - THE RANGE MUST LIE IN COLUMNS      *
050500* 1-2000. A CARD WITH A RECORD TYPE MUST SAY WHERE THE TYPE      *
050600* SITS, AND THE RANGE MUST NOT COVER IT - THE TYPE HAS TO BE     *
050700* READABLE IN CLEAR TO FIND THE MAP AGAIN ON THE WAY BACK. A     *
050800* CARD WITH NO RECORD TYPE MUST NAME ITS KEY-ID.                 *
050900***************************************************************** 
051000 1830-CHECK-FIELD-MAP-CARD.                                       
051100     IF FM-RANGE-FROM NOT NUMERIC OR FM-RANGE-TO NOT NUMERIC      
051200         MOVE "RANGE COLUMNS NOT NUMERIC" TO VF-FMAP-REASON       
051300         GO TO 1890-REJECT-FIELD-MAP-CARD                         
051400     END-IF.                                                      
051500     IF FM-RANGE-FROM < 1 OR FM-RANGE-TO > 2000                   
051600             OR FM-RANGE-FROM > FM-RANGE-TO                       
051700         MOVE "RANGE NOT WITHIN COLUMNS 1-2000" TO VF-FMAP-REASON 
051800         GO TO 1890-REJECT-FIELD-MAP-CARD                         
051900     END-IF.                                                      
052000     IF FM-RECORD-TYPE = SPACES                                   
052100         IF FM-KEY-ID = SPACES                                    
052200             MOVE "NEITHER A KEY-ID NOR A RECORD TYPE GIVEN"      
052300                 TO VF-FMAP-REASON                                
052400             GO TO 1890-REJECT-FIELD-MAP-CARD                     
052500         END-IF                                                   
052600         GO TO 1830-EXIT                                          
052700     END-IF.                                                      
052800     IF FM-TYPE-START NOT NUMERIC OR FM-TYPE-LENGTH NOT NUMERIC   
052900         MOVE "RECORD TYPE COLUMNS NOT NUMERIC" TO VF-FMAP-REASON 
053000         GO TO 1890-REJECT-FIELD-MAP-CARD                         
053100     END-IF.                                                      
053200     IF FM-TYPE-START < 1 OR FM-TYPE-START > 2000                 
053300             OR FM-TYPE-LENGTH < 1 OR FM-TYPE-LENGTH > 8          
053400         MOVE "RECORD TYPE COLUMNS NOT VALID" TO VF-FMAP-REASON   
053500         GO TO 1890-REJECT-FIELD-MAP-CARD                         
053600     END-IF.                                                      
053700     COMPUTE VF-FMAP-END = FM-TYPE-START + FM-TYPE-LENGTH - 1.    
053800     IF VF-FMAP-END > 2000                                        
053900         MOVE "RECORD TYPE COLUMNS NOT VALID" TO VF-FMAP-REASON   
054000         GO TO 1890-REJECT-FIELD-MAP-CARD                         
054100     END-IF.                                                      
054200     IF FM-TYPE-LENGTH < 8                                        
054300         IF FM-RECORD-TYPE(FM-TYPE-LENGTH + 1:8 - FM-TYPE-LENGTH) 
054400                 NOT = SPACES                                     
054500             MOVE "RECORD TYPE LONGER THAN ITS COLUMNS"           
054600                 TO VF-FMAP-REASON                                
054700             GO TO 1890-REJECT-FIELD-MAP-CARD                     
054800         END-IF                                                   
054900     END-IF.                                                      
055000     IF FM-RANGE-FROM NOT > VF-FMAP-END                           
055100             AND FM-RANGE-TO NOT < FM-TYPE-START                  
055200         MOVE "RANGE COVERS THE RECORD TYPE COLUMNS"              
055300             TO VF-FMAP-REASON                                    
055400         GO TO 1890-REJECT-FIELD-MAP-CARD                         
055500     END-IF.                                                      
055600 1830-EXIT.                                                       
055700     EXIT.                                                        
055800*                                                                 
055900***************************************************************** 
056000* 1840-START-FIELD-MAP - OPEN A NEW MAP IN THE TABLE. A KEY-ID   *
056100* AND RECORD TYPE ALREADY MAPPED FURTHER UP MEANS THE CARDS OF   *
056200* ONE MAP ARE SPLIT, WHICH IS REJECTED RATHER THAN GUESSED AT.   *
056300***************************************************************** 
056400 1840-START-FIELD-MAP.                                            
056500     PERFORM 1850-CHECK-ONE-EARLIER-MAP THRU 1850-EXIT            
056600         VARYING VF-FMAP-FI FROM 1 BY 1                           
056700         UNTIL VF-FMAP-FI > VF-FMAP-COUNT.                        
056800     IF VF-FMAP-COUNT = VF-FMAP-MAX-MAPS                          
056900         MOVE "MORE THAN 100 MAPS" TO VF-FMAP-REASON              
057000         GO TO 1890-REJECT-FIELD-MAP-CARD                         
057100     END-IF.                                                      
057200     ADD 1 TO VF-FMAP-COUNT.                                      
057300     MOVE FM-KEY-ID TO VF-FE-KEY-ID(VF-FMAP-COUNT).               
057400     MOVE FM-RECORD-TYPE TO VF-FE-TYPE(VF-FMAP-COUNT).            
057500     MOVE ZERO TO VF-FE-RANGE-COUNT(VF-FMAP-COUNT).               
057600     IF FM-RECORD-TYPE = SPACES                                   
057700         MOVE ZERO TO VF-FE-TYPE-START(VF-FMAP-COUNT)             
057800         MOVE ZERO TO VF-FE-TYPE-LENGTH(VF-FMAP-COUNT)            
057900     ELSE                                                         
058000         MOVE FM-TYPE-START TO VF-FE-TYPE-START(VF-FMAP-COUNT)    
058100         MOVE FM-TYPE-LENGTH TO VF-FE-TYPE-LENGTH(VF-FMAP-COUNT)  
058200     END-IF.                                                      
058300 1840-EXIT.                                                       
058400     EXIT.                                                        
058500*                                                                 
058600 1850-CHECK-ONE-EARLIER-MAP.                                      
058700     IF VF-FE-KEY-ID(VF-FMAP-FI) = FM-KEY-ID                      
058800             AND VF-FE-TYPE(VF-FMAP-FI) = FM-RECORD-TYPE          
058900         MOVE "MAP REPEATED - KEEP ITS CARDS TOGETHER"            
059000             TO VF-FMAP-REASON                                    
059100         GO TO 1890-REJECT-FIELD-MAP-CARD                         
059200     END-IF.                                                      
059300 1850-EXIT.                                                       
059400     EXIT.                                                        
059500*                                                                 
059600 1890-REJECT-FIELD-MAP-CARD.                                      
059700     MOVE 0017 TO VF-MSG-NUMBER.                                  
059800     PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT.                    
059900     DISPLAY "CEASVFY0017 - CEASFMAP CARD " VF-FMAP-CARD-NUMBER   
060000         " REJECTED - " VF-FMAP-REASON.                           
060100     CLOSE FIELD-MAP-FILE.                                        
060200     MOVE 16 TO RETURN-CODE.                                      
060300     GO TO 9900-ABEND-ROUTINE.                                    
060400 1890-EXIT.                                                       
060500     EXIT.                                                        
060600*                                                                 
060700***************************************************************** 
060800* 2000-VERIFY-ONE-PAIR - MATCH ONE CIPHER RECORD AGAINST ITS     *
060900* ORIGINAL: A *KEY HEADER SWITCHES THE KEY IN FORCE AND MUST     *
061000* HAVE BEEN COPIED THROUGH UNCHANGED; EVERY OTHER RECORD IS      *
061100* DECRYPTED AND COMPARED.                                        *
061200***************************************************************** 
061300 2000-VERIFY-ONE-PAIR.                                            
061400     ADD 1 TO VF-RECORD-COUNT.                                    
061500     EVALUATE TRUE                                                
061600         WHEN VF-CIPHER-REC(1:5) = "*HDR "                        
061700                 OR VF-CIPHER-REC(1:5) = "*TRL "                  
061800             PERFORM 2350-VERIFY-CONTROL-RECORD THRU 2350-EXIT    
061900         WHEN VF-MULTI-PARTNER AND VF-CIPHER-REC(1:5) = "*KEY "   
062000             PERFORM 2300-SWITCH-PARTNER-KEY THRU 2300-EXIT       
062100         WHEN OTHER                                               
062200             PERFORM 2010-VERIFY-DATA-RECORD THRU 2010-EXIT       
062300     END-EVALUATE.                                                
062400     PERFORM 2100-READ-ORIGINAL-RECORD THRU 2100-EXIT.            
062500     PERFORM 2200-READ-CIPHER-RECORD THRU 2200-EXIT.              
062600 2000-EXIT.                                                       
062700     EXIT.                                                        
062800*                                                                 
062900 2010-VERIFY-DATA-RECORD.                                         
063000     IF VF-MULTI-PARTNER AND NOT VF-KEY-LOADED                    
063100         MOVE 0007 TO VF-MSG-NUMBER                               
063200         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
063300         DISPLAY "CEASVFY0007 - DATA RECORD BEFORE FIRST *KEY "   
063400             "HEADER"                                             
063500         MOVE 22 TO RETURN-CODE                                   
063600         GO TO 9900-ABEND-ROUTINE                                 
063700     END-IF.                                                      
063800     MOVE SPACES TO VF-MYSTRING.                                  
063900     MOVE VF-CIPHER-REC(1:VF-CIPH-LENGTH) TO VF-MYSTRING.         
064000     PERFORM 2040-FIND-MESSAGE-LENGTH THRU 2040-EXIT.             
064100     MOVE SPACES TO VF-ORIG-TEXT.                                 
064200     MOVE VF-ORIGINAL-REC(1:VF-ORIG-LENGTH) TO VF-ORIG-TEXT.      
064300     PERFORM 3100-DECRYPT-MESSAGE THRU 3100-EXIT.                 
064400     PERFORM 3200-COMPARE-RECORDS THRU 3200-EXIT.                 
064500 2010-EXIT.                                                       
064600     EXIT.                                                        
064700*                                                                 
064800***************************************************************** 
064900* 2040-FIND-MESSAGE-LENGTH - THE REAL TEXT LENGTH OF THE CIPHER  *
065000* MESSAGE IS THE RECORD LENGTH LESS TRAILING PAD SPACES. AN      *
065100* ALL-BLANK MESSAGE IS TREATED AS A SINGLE SPACE, THE WAY THE    *
065200* ENCRYPT RUN CARRIES IT.                                        *
065300***************************************************************** 
065400 2040-FIND-MESSAGE-LENGTH.                                        
065500     MOVE VF-CIPH-LENGTH TO VF-STRE.                              
065600     MOVE "N" TO VF-TRIM-SWITCH.                                  
065700     PERFORM 2050-DROP-ONE-TRAILING-SPACE THRU 2050-EXIT          
065800         UNTIL VF-TRIM-DONE OR VF-STRE = ZERO.                    
065900     IF VF-STRE = ZERO                                            
066000         MOVE 1 TO VF-STRE                                        
066100     END-IF.                                                      
066200 2040-EXIT.                                                       
066300     EXIT.                                                        
066400*                                                                 
066500 2050-DROP-ONE-TRAILING-SPACE.                                    
066600     IF VF-MYSTRING(VF-STRE:1) = SPACE                            
066700         SUBTRACT 1 FROM VF-STRE                                  
066800     ELSE                                                         
066900         SET VF-TRIM-DONE TO TRUE                                 
067000     END-IF.                                                      
067100 2050-EXIT.                                                       
067200     EXIT.                                                        
067300*                                                                 
067400***************************************************************** 
067500* 2300-SWITCH-PARTNER-KEY - A *KEY HEADER IN THE CIPHER FILE     *
067600* NAMES THE KEY FOR THE GROUP THAT FOLLOWS. ADOPT IT, THEN       *
067700* CHECK THE HEADER MATCHES THE ORIGINAL FILE'S - THE ENCRYPT     *
067800* RUN COPIES HEADERS THROUGH UNCHANGED, SO ANY DIFFERENCE IS A   *
067900* DISCREPANCY LIKE ANY OTHER.                                    *
068000***************************************************************** 
068100 2300-SWITCH-PARTNER-KEY.                                         
068200     MOVE VF-CIPHER-REC(6:8) TO VF-KEY-ID-INPUT.                  
068300     IF VF-KEY-ID-INPUT = SPACES                                  
068400         MOVE 0008 TO VF-MSG-NUMBER                               
068500         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
068600         DISPLAY "CEASVFY0008 - *KEY HEADER NAMES NO KEY-ID"      
068700         MOVE 23 TO RETURN-CODE                                   
068800         GO TO 9900-ABEND-ROUTINE                                 
068900     END-IF.                                                      
069000     PERFORM 1150-LOOKUP-CIPHER-KEY THRU 1150-EXIT.               
069100     SET VF-KEY-LOADED TO TRUE.                                   
069200     MOVE SPACES TO VF-RESULT.                                    
069300     MOVE VF-CIPHER-REC(1:VF-CIPH-LENGTH) TO VF-RESULT.           
069400     MOVE SPACES TO VF-ORIG-TEXT.                                 
069500     MOVE VF-ORIGINAL-REC(1:VF-ORIG-LENGTH) TO VF-ORIG-TEXT.      
069600     PERFORM 3200-COMPARE-RECORDS THRU 3200-EXIT.                 
069700 2300-EXIT.                                                       
069800     EXIT.                                                        
069900*                                                                 
070000***************************************************************** 
070100* 2350-VERIFY-CONTROL-RECORD - *HDR AND *TRL RECORDS DO NOT      *
070200* DECRYPT; THEY MUST LINE UP RECORD FOR RECORD WITH THE          *
070300* ORIGINAL FILE'S. FEED IDS AND TRAILER DATA COUNTS MUST AGREE.  *
070400* THE HEADER CREATION DATE AND THE TRAILER HASH LEGITIMATELY     *
070500* DIFFER (THE ENCRYPT RUN STAMPS ITS OWN DATE AND HASHES THE     *
070600* CIPHERTEXT), SO THOSE FIELDS ARE LEFT ALONE.                   *
070700***************************************************************** 
070800 2350-VERIFY-CONTROL-RECORD.                                      
070900     MOVE VF-RECORD-COUNT TO VF-RECORD-NUMBER.                    
071000     IF VF-ORIGINAL-REC(1:5) NOT = VF-CIPHER-REC(1:5)             
071100         MOVE 0009 TO VF-MSG-NUMBER                               
071200         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
071300         DISPLAY "CEASVFY0009 - RECORD " VF-RECORD-NUMBER         
071400             " CONTROL RECORDS DO NOT ALIGN ACROSS THE FILES"     
071500         ADD 1 TO VF-MISMATCH-COUNT                               
071600         GO TO 2350-EXIT                                          
071700     END-IF.                                                      
071800     IF VF-CIPHER-REC(1:5) = "*HDR "                              
071900         IF VF-CIPHER-REC(6:8) NOT = VF-ORIGINAL-REC(6:8)         
072000             MOVE 0010 TO VF-MSG-NUMBER                           
072100             PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT             
072200             DISPLAY "CEASVFY0010 - RECORD " VF-RECORD-NUMBER     
072300                 " HEADER FEED IDS DIFFER"                        
072400             ADD 1 TO VF-MISMATCH-COUNT                           
072500         END-IF                                                   
072600         MOVE VF-CIPHER-REC(6:8) TO VF-HDR-FEED-ID                
072700         IF VF-CIPHER-REC(15:8) NUMERIC                           
072800             MOVE VF-CIPHER-REC(15:8) TO VF-HDR-FILE-DATE         
072900         END-IF                                                   
073000     ELSE                                                         
073100         IF VF-CIPHER-REC(6:8) NOT = VF-ORIGINAL-REC(6:8)         
073200             MOVE 0011 TO VF-MSG-NUMBER                           
073300             PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT             
073400             DISPLAY "CEASVFY0011 - RECORD " VF-RECORD-NUMBER     
073500                 " TRAILER RECORD COUNTS DIFFER"                  
073600             ADD 1 TO VF-MISMATCH-COUNT                           
073700         END-IF                                                   
073800     END-IF.                                                      
073900 2350-EXIT.                                                       
074000     EXIT.                                                        
074100*                                                                 
074200 2100-READ-ORIGINAL-RECORD.                                       
074300     READ VERIFY-ORIGINAL-FILE                                    
074400         AT END                                                   
074500             SET VF-END-OF-ORIGINAL TO TRUE                       
074600     END-READ.                                                    
074700 2100-EXIT.                                                       
074800     EXIT.                                                        
074900*                                                                 
075000 2200-READ-CIPHER-RECORD.                                         
075100     READ VERIFY-CIPHER-FILE                                      
075200         AT END                                                   
075300             SET VF-END-OF-CIPHER TO TRUE                         
075400     END-READ.                                                    
075500 2200-EXIT.                                                       
075600     EXIT.                                                        
075700*                                                                 
075800***************************************************************** 
075900* 2500-CHECK-RECORD-COUNTS - AFTER THE PAIRED COMPARE LOOP, IF   *
076000* EITHER FILE STILL HAS RECORDS LEFT THE TWO FILES DISAGREE ON   *
076100* RECORD COUNT, WHICH IS A DISCREPANCY IN ITS OWN RIGHT.         *
076200***************************************************************** 
076300 2500-CHECK-RECORD-COUNTS.                                        
076400     IF NOT VF-END-OF-ORIGINAL OR NOT VF-END-OF-CIPHER            
076500         MOVE 0006 TO VF-MSG-NUMBER                               
076600         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
076700         DISPLAY "CEASVFY0006 - RECORD COUNTS DIFFER AFTER "      
076800             VF-RECORD-COUNT " RECORD PAIRS"                      
076900         ADD 1 TO VF-MISMATCH-COUNT                               
077000     END-IF.                                                      
077100 2500-EXIT.                                                       
077200     EXIT.                                                        
077300*                                                                 
077400***************************************************************** 
077500* 2900-VALIDATE-SHIFT-VALUE - REJECT AN OUT-OF-RANGE SHIFT       *
077600* BEFORE A SINGLE CHARACTER GETS TRANSFORMED.                    *
077700***************************************************************** 
077800 2900-VALIDATE-SHIFT-VALUE.                                       
077900     IF VF-SHIFT < 1 OR VF-SHIFT > 25                             
078000         MOVE 0002 TO VF-MSG-NUMBER                               
078100         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
078200         DISPLAY "CEASVFY0002 - SHIFT " VF-SHIFT " NOT IN 1-25"   
078300         MOVE 20 TO RETURN-CODE                                   
078400         GO TO 9900-ABEND-ROUTINE                                 
078500     END-IF.                                                      
078600 2900-EXIT.                                                       
078700     EXIT.                                                        
078800*                                                                 
078900***************************************************************** 
079000* 3100-DECRYPT-MESSAGE - ROTATE EACH LETTER OF VF-MYSTRING       *
079100* BACKWARD BY VF-SHIFT POSITIONS, RESULT IN VF-RESULT. SAME      *
079200* TRANSFORM AS CEASER'S DECRYPT - KEEP THE TWO IN STEP BY HAND   *
079300* IF EITHER CHANGES, OR THE PROOF PROVES THE WRONG THING. THE    *
079400* FIELD MAP IS APPLIED THE SAME WAY TOO (3400).                  *
079500***************************************************************** 
079600 3100-DECRYPT-MESSAGE.                                            
079700     PERFORM 2900-VALIDATE-SHIFT-VALUE THRU 2900-EXIT.            
079800     MOVE VF-MYSTRING TO VF-TEMP.                                 
079900     MOVE 1 TO VF-IL.                                             
080000     MOVE SPACES TO VF-RESULT.                                    
080100     PERFORM 3110-UNSHIFT-ONE-CHARACTER THRU 3110-EXIT            
080200         VF-STRE TIMES.                                           
080300     MOVE VF-KEY-ID-INPUT TO VF-FMAP-KEY-ID.                      
080400     PERFORM 3400-APPLY-FIELD-MAP THRU 3400-EXIT.                 
080500 3100-EXIT.                                                       
080600     EXIT.                                                        
080700*                                                                 
080800 3110-UNSHIFT-ONE-CHARACTER.                                      
080900     MOVE VF-TEMP(VF-IL:1) TO VF-TEMPC.                           
081000     MOVE FUNCTION ORD(VF-TEMPC) TO VF-ASCIIV.                    
081100     IF VF-ASCIIV > 65 AND VF-ASCIIV < 92                         
081200         SUBTRACT VF-SHIFT FROM VF-ASCIIV                         
081300         IF VF-ASCIIV < 66                                        
081400             SUBTRACT VF-ASCIIV FROM 66 GIVING VF-WRAP            
081500             SUBTRACT VF-WRAP FROM 92 GIVING VF-ASCIIV            
081600         END-IF                                                   
081700         MOVE FUNCTION CHAR(VF-ASCIIV) TO VF-TEMPC                
081800     END-IF.                                                      
081900     IF VF-ASCIIV > 97 AND VF-ASCIIV < 124                        
082000         SUBTRACT VF-SHIFT FROM VF-ASCIIV                         
082100         IF VF-ASCIIV < 98                                        
082200             SUBTRACT VF-ASCIIV FROM 98 GIVING VF-WRAP            
082300             SUBTRACT VF-WRAP FROM 124 GIVING VF-ASCIIV           
082400         END-IF                                                   
082500         MOVE FUNCTION CHAR(VF-ASCIIV) TO VF-TEMPC                
082600     END-IF.                                                      
082700     IF VF-DIGITS-ON AND VF-ASCIIV > 48 AND VF-ASCIIV < 59        
082800         SUBTRACT 49 FROM VF-ASCIIV                               
082900         ADD 30 TO VF-ASCIIV                                      
083000         SUBTRACT VF-SHIFT FROM VF-ASCIIV                         
083100         DIVIDE VF-ASCIIV BY 10 GIVING VF-DIGIT-QUOT              
083200             REMAINDER VF-DIGIT-REM                               
083300         ADD 49 TO VF-DIGIT-REM GIVING VF-ASCIIV                  
083400         MOVE FUNCTION CHAR(VF-ASCIIV) TO VF-TEMPC                
083500     END-IF.                                                      
083600     STRING VF-TEMPC DELIMITED BY SIZE                            
083700         INTO VF-RESULT WITH POINTER VF-IL.                       
083800 3110-EXIT.                                                       
083900     EXIT.                                                        
084000*                                                                 
084100***************************************************************** 
084200* 3200-COMPARE-RECORDS - MATCH THE DECRYPTED RECORD AGAINST THE  *
084300* ORIGINAL. ON A MISMATCH, REPORT THE RECORD NUMBER AND THE      *
084400* OFFSET OF THE FIRST BYTE THAT DIFFERS.                         *
084500***************************************************************** 
084600 3200-COMPARE-RECORDS.                                            
084700     IF VF-RESULT NOT = VF-ORIG-TEXT                              
084800         MOVE "N" TO VF-DIFF-SWITCH                               
084900         MOVE ZERO TO VF-MISMATCH-OFFSET                          
085000         PERFORM 3210-FIND-FIRST-MISMATCH THRU 3210-EXIT          
085100             VARYING VF-CI FROM 1 BY 1                            
085200             UNTIL VF-CI > 2000 OR VF-DIFF-FOUND                  
085300         MOVE VF-RECORD-COUNT TO VF-RECORD-NUMBER                 
085400         MOVE 0004 TO VF-MSG-NUMBER                               
085500         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
085600         DISPLAY "CEASVFY0004 - RECORD " VF-RECORD-NUMBER         
085700             " MISMATCH AT OFFSET " VF-MISMATCH-OFFSET            
085800         ADD 1 TO VF-MISMATCH-COUNT                               
085900     END-IF.                                                      
086000 3200-EXIT.                                                       
086100     EXIT.                                                        
086200*                                                                 
086300 3210-FIND-FIRST-MISMATCH.                                        
086400     IF VF-RESULT(VF-CI:1) NOT = VF-ORIG-TEXT(VF-CI:1)            
086500         MOVE VF-CI TO VF-MISMATCH-OFFSET                         
086600         SET VF-DIFF-FOUND TO TRUE                                
086700     END-IF.                                                      
086800 3210-EXIT.                                                       
086900     EXIT.                                                        
087000*                                                                 
087100***************************************************************** 
087200* 3400-APPLY-FIELD-MAP - FIELD-LEVEL CIPHERING. VF-RESULT        *
087300* HOLDS THE WHOLE MESSAGE TRANSFORMED. WHEN A FIELD MAP COVERS   *
087400* THE MESSAGE UNDER VF-FMAP-KEY-ID, ONLY ITS RANGES KEEP         *
087500* THE TRANSFORMED TEXT AND EVERY OTHER COLUMN GOES BACK TO WHAT  *
087600* CAME IN - SO THE CIPHERED COLUMNS ARE EXACTLY WHAT A WHOLE-    *
087700* RECORD CIPHER WOULD HAVE GIVEN. THE RECORD TYPE IS READ FROM   *
087800* THE INCOMING TEXT, SO WHATEVER MAP IS USED - OR NONE, WHEN     *
087900* THE MESSAGE IS CIPHERED WHOLE - THE TYPE COLUMNS OF EVERY      *
088000* TYPED MAP THAT CAN APPLY UNDER THE KEY-ID ARE THEN PUT BACK    *
088100* AS THEY CAME IN (3430). THEY ARE NEVER CIPHERED, EVEN WHERE    *
088200* ANOTHER MAP'S RANGE COVERS THEM, SO THE DECRYPT READS THE      *
088300* SAME TYPE THE ENCRYPT DID AND PICKS THE SAME MAP. A RECORD     *
088400* TOO SHORT TO CARRY ITS TYPE MATCHES NO TYPED MAP.              *
088500***************************************************************** 
088600 3400-APPLY-FIELD-MAP.                                            
088700     IF VF-FMAP-COUNT = ZERO                                      
088800         GO TO 3400-EXIT                                          
088900     END-IF.                                                      
089000     MOVE ZERO TO VF-FMAP-HIT.                                    
089100     MOVE 9 TO VF-FMAP-RANK.                                      
089200     PERFORM 3410-RANK-ONE-FIELD-MAP THRU 3410-EXIT               
089300         VARYING VF-FMAP-FI FROM 1 BY 1                           
089400         UNTIL VF-FMAP-FI > VF-FMAP-COUNT OR VF-FMAP-RANK = 1.    
089500     IF VF-FMAP-HIT NOT = ZERO                                    
089600         MOVE VF-RESULT TO VF-FIELD-HOLD                          
089700         MOVE VF-MYSTRING(1:VF-STRE)                              
089800             TO VF-RESULT(1:VF-STRE)                              
089900         PERFORM 3420-TAKE-ONE-RANGE THRU 3420-EXIT               
090000             VARYING VF-FMAP-RI FROM 1 BY 1                       
090100             UNTIL VF-FMAP-RI > VF-FE-RANGE-COUNT(VF-FMAP-HIT)    
090200         ADD 1 TO VF-FMAP-MSG-COUNT                               
090300     END-IF.                                                      
090400     PERFORM 3430-KEEP-TYPE-COLUMNS THRU 3430-EXIT                
090500         VARYING VF-FMAP-FI FROM 1 BY 1                           
090600         UNTIL VF-FMAP-FI > VF-FMAP-COUNT.                        
090700 3400-EXIT.                                                       
090800     EXIT.                                                        
090900*                                                                 
091000 3410-RANK-ONE-FIELD-MAP.                                         
091100     IF VF-FE-TYPE(VF-FMAP-FI) = SPACES                           
091200         IF VF-FE-KEY-ID(VF-FMAP-FI) = VF-FMAP-KEY-ID             
091300                 AND VF-FMAP-RANK > 2                             
091400             MOVE VF-FMAP-FI TO VF-FMAP-HIT                       
091500             MOVE 2 TO VF-FMAP-RANK                               
091600         END-IF                                                   
091700         GO TO 3410-EXIT                                          
091800     END-IF.                                                      
091900     IF VF-FE-KEY-ID(VF-FMAP-FI) NOT = VF-FMAP-KEY-ID             
092000             AND VF-FE-KEY-ID(VF-FMAP-FI) NOT = SPACES            
092100         GO TO 3410-EXIT                                          
092200     END-IF.                                                      
092300     COMPUTE VF-FMAP-END = VF-FE-TYPE-START(VF-FMAP-FI)           
092400         + VF-FE-TYPE-LENGTH(VF-FMAP-FI) - 1.                     
092500     IF VF-FMAP-END > VF-STRE                                     
092600         GO TO 3410-EXIT                                          
092700     END-IF.                                                      
092800     MOVE VF-FE-TYPE-START(VF-FMAP-FI) TO VF-FMAP-POS.            
092900     MOVE VF-FE-TYPE-LENGTH(VF-FMAP-FI) TO VF-FMAP-SPAN.          
093000     IF VF-MYSTRING(VF-FMAP-POS:VF-FMAP-SPAN)                     
093100             NOT = VF-FE-TYPE(VF-FMAP-FI)(1:VF-FMAP-SPAN)         
093200         GO TO 3410-EXIT                                          
093300     END-IF.                                                      
093400     IF VF-FE-KEY-ID(VF-FMAP-FI) = VF-FMAP-KEY-ID                 
093500         MOVE VF-FMAP-FI TO VF-FMAP-HIT                           
093600         MOVE 1 TO VF-FMAP-RANK                                   
093700     ELSE                                                         
093800         IF VF-FMAP-RANK > 3                                      
093900             MOVE VF-FMAP-FI TO VF-FMAP-HIT                       
094000             MOVE 3 TO VF-FMAP-RANK                               
094100         END-IF                                                   
094200     END-IF.                                                      
094300 3410-EXIT.                                                       
094400     EXIT.                                                        
094500*                                                                 
094600 3420-TAKE-ONE-RANGE.                                             
094700     MOVE VF-FE-FROM(VF-FMAP-HIT, VF-FMAP-RI) TO VF-FMAP-POS.     
094800     IF VF-FMAP-POS > VF-STRE                                     
094900         GO TO 3420-EXIT                                          
095000     END-IF.                                                      
095100     MOVE VF-FE-LENGTH(VF-FMAP-HIT, VF-FMAP-RI) TO VF-FMAP-SPAN.  
095200     IF VF-FMAP-POS + VF-FMAP-SPAN - 1 > VF-STRE                  
095300         COMPUTE VF-FMAP-SPAN = VF-STRE - VF-FMAP-POS + 1         
095400     END-IF.                                                      
095500     MOVE VF-FIELD-HOLD(VF-FMAP-POS:VF-FMAP-SPAN)                 
095600         TO VF-RESULT(VF-FMAP-POS:VF-FMAP-SPAN).                  
095700 3420-EXIT.                                                       
095800     EXIT.                                                        
095900*                                                                 
096000***************************************************************** 
096100* 3430-KEEP-TYPE-COLUMNS - PUT BACK THE INCOMING TEXT IN THE     *
096200* TYPE COLUMNS OF ONE TYPED MAP THAT CAN APPLY UNDER THE KEY-ID  *
096300* - ITS OWN OR AN ANY-KEY MAP - AS FAR AS THE MESSAGE REACHES.   *
096400***************************************************************** 
096500 3430-KEEP-TYPE-COLUMNS.                                          
096600     IF VF-FE-TYPE(VF-FMAP-FI) = SPACES                           
096700         GO TO 3430-EXIT                                          
096800     END-IF.                                                      
096900     IF VF-FE-KEY-ID(VF-FMAP-FI) NOT = VF-FMAP-KEY-ID             
097000             AND VF-FE-KEY-ID(VF-FMAP-FI) NOT = SPACES            
097100         GO TO 3430-EXIT                                          
097200     END-IF.                                                      
097300     MOVE VF-FE-TYPE-START(VF-FMAP-FI) TO VF-FMAP-POS.            
097400     IF VF-FMAP-POS > VF-STRE                                     
097500         GO TO 3430-EXIT                                          
097600     END-IF.                                                      
097700     MOVE VF-FE-TYPE-LENGTH(VF-FMAP-FI) TO VF-FMAP-SPAN.          
097800     IF VF-FMAP-POS + VF-FMAP-SPAN - 1 > VF-STRE                  
097900         COMPUTE VF-FMAP-SPAN = VF-STRE - VF-FMAP-POS + 1         
098000     END-IF.                                                      
098100     MOVE VF-MYSTRING(VF-FMAP-POS:VF-FMAP-SPAN)                   
098200         TO VF-RESULT(VF-FMAP-POS:VF-FMAP-SPAN).                  
098300 3430-EXIT.                                                       
098400     EXIT.                                                        
098500*                                                                 
098600***************************************************************** 
098700* 8900-WRITE-RUN-HISTORY - ADD THIS STEP'S RECORD TO THE RUN     *
098800* HISTORY FILE. PERFORMED LAST AT NORMAL END AND FROM THE ABEND  *
098900* ROUTINE, SO EVERY EXECUTION LEAVES ONE. A HISTORY FILE THAT    *
099000* WILL NOT OPEN IS REPORTED BUT LEAVES THE RETURN CODE ALONE -   *
099100* THE STEP'S OWN WORK IS DONE BY THEN, AND THE STEPS AFTER IT    *
099200* ARE CONDITIONED ON ITS RESULT, NOT ON THE BOOKKEEPING.         *
099300***************************************************************** 
099400 8900-WRITE-RUN-HISTORY.                                          
099500     OPEN EXTEND RUN-HISTORY-FILE.                                
099600     IF VF-RHST-FILE-STATUS NOT = "00"                            
099700         DISPLAY "CEASVFY0015 - CEASRHST OPEN FAILED, "           
099800             "STATUS " VF-RHST-FILE-STATUS                        
099900             " - NO RUN HISTORY RECORD WRITTEN"                   
100000         GO TO 8900-EXIT                                          
100100     END-IF.                                                      
100200     MOVE SPACES TO RUN-HISTORY-REC.                              
100300     MOVE "CEASVFY" TO RH-PROGRAM.                                
100400     MOVE VF-HDR-FEED-ID TO RH-FEED-ID.                           
100500     MOVE VF-HDR-FILE-DATE TO RH-FILE-DATE.                       
100600     MOVE VF-RUN-KEY-ID TO RH-KEY-ID.                             
100700     MOVE VF-RECORD-COUNT TO RH-RECORDS-READ.                     
100800     MOVE ZERO TO RH-RECORDS-WRITTEN.                             
100900     MOVE ZERO TO RH-RECORDS-SUSPENDED.                           
101000     MOVE VF-MISMATCH-COUNT TO RH-EXCEPTION-COUNT.                
101100     MOVE VF-START-DATE TO RH-START-DATE.                         
101200     MOVE VF-START-TIME(1:6) TO RH-START-TIME.                    
101300     ACCEPT RH-END-DATE FROM DATE YYYYMMDD.                       
101400     ACCEPT VF-END-TIME FROM TIME.                                
101500     MOVE VF-END-TIME(1:6) TO RH-END-TIME.                        
101600     MOVE "N" TO RH-RESTART-FLAG.                                 
101700     MOVE VF-HIGH-MSG-NUMBER TO RH-HIGH-MSG-NUMBER.               
101800     MOVE RETURN-CODE TO RH-RETURN-CODE.                          
101900     WRITE RUN-HISTORY-REC.                                       
102000     CLOSE RUN-HISTORY-FILE.                                      
102100 8900-EXIT.                                                       
102200     EXIT.                                                        
102300*                                                                 
102400***************************************************************** 
102500* 8950-NOTE-MESSAGE - KEEP THE HIGHEST NUMBERED MESSAGE ISSUED,  *
102600* FOR THE RUN HISTORY RECORD.                                    *
102700***************************************************************** 
102800 8950-NOTE-MESSAGE.                                               
102900     IF VF-MSG-NUMBER > VF-HIGH-MSG-NUMBER                        
103000         MOVE VF-MSG-NUMBER TO VF-HIGH-MSG-NUMBER                 
103100     END-IF.                                                      
103200 8950-EXIT.                                                       
103300     EXIT.                                                        
103400*                                                                 
103500***************************************************************** 
103600* 9000-TERMINATE - CLOSE FILES, REPORT THE VERDICT, AND SET THE  *
103700* RETURN CODE THE RELEASE STEP IS CONDITIONED ON.                *
103800***************************************************************** 
103900 9000-TERMINATE.                                                  
104000     CLOSE VERIFY-ORIGINAL-FILE.                                  
104100     CLOSE VERIFY-CIPHER-FILE.                                    
104200     MOVE VF-RECORD-COUNT TO VF-RECORD-NUMBER.                    
104300     DISPLAY "CEASVFY - RECORD PAIRS COMPARED " VF-RECORD-NUMBER. 
104400     MOVE VF-MISMATCH-COUNT TO VF-RECORD-NUMBER.                  
104500     DISPLAY "CEASVFY - DISCREPANCIES FOUND   " VF-RECORD-NUMBER. 
104600     IF VF-FMAP-COUNT > ZERO                                      
104700         MOVE VF-FMAP-MSG-COUNT TO VF-RECORD-NUMBER               
104800         DISPLAY "CEASVFY - FIELD-LEVEL RECORDS   "               
104900             VF-RECORD-NUMBER                                     
105000     END-IF.                                                      
105100     IF VF-MISMATCH-COUNT > ZERO                                  
105200         DISPLAY "CEASVFY - VERIFICATION FAILED"                  
105300         MOVE 8 TO RETURN-CODE                                    
105400     ELSE                                                         
105500         DISPLAY "CEASVFY - VERIFICATION SUCCESSFUL"              
105600     END-IF.                                                      
105700     PERFORM 8900-WRITE-RUN-HISTORY THRU 8900-EXIT.               
105800 9000-EXIT.                                                       
105900     EXIT.                                                        
106000*                                                                 
106100***************************************************************** 
106200* 9900-ABEND-ROUTINE - REPORT A FATAL SETUP ERROR AND STOP.      *
106300***************************************************************** 
106400 9900-ABEND-ROUTINE.                                              
106500     PERFORM 8900-WRITE-RUN-HISTORY THRU 8900-EXIT.               
106600     DISPLAY "CEASVFY - JOB TERMINATED, RETURN CODE " RETURN-CODE.
106700     STOP RUN.                                                    
106800 9900-EXIT.                                                       
106900     EXIT.                                                        
