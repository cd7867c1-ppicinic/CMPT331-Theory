001900* MESSAGE, AND CHECKPOINT/RESTART WORKS THE SAME WAY CEASER'S    *
002000* DOES. A MULTI-PARTNER FILE (EMBEDDED *KEY HEADERS) IS          *
002100* REJECTED - RUN THE CHANGEOVER PER PARTNER FILE.                *
002200* WHEN THE CONTROL CARD NAMES THE OLD GENERATION'S EFFECTIVE     *
002300* DATE, THAT EXACT GENERATION IS USED FOR THE DECRYPT LEG EVEN   *
002400* IF IT IS RETIRED OR COMPROMISED - THIS IS HOW A FILE SHIPPED   *
002500* UNDER A LEAKED KEY IS MOVED ONTO ITS REPLACEMENT (SEE          *
002600* CEASIMP). THE NEW-KEY LEG ALWAYS TAKES THE GENERATION IN       *
002700* EFFECT.                                                        *
002800***************************************************************** 
002900*                                                                 
003000* MODIFICATION HISTORY.                                           
003100*  DATE       INIT  DESCRIPTION                                   
003200*  08/23/2026 MWK   ORIGINAL CODING - SINGLE-PASS KEY CHANGEOVER  
003300*                   NOW THAT KEYS ROTATE QUARTERLY, REPLACING     
003400*                   THE TWO CEASER STEPS THAT PARKED SENSITIVE    
003500*                   PLAINTEXT ON DASD BETWEEN THEM.               
003600*  08/23/2026 MWK   REJECTS A KEY-ID WHOSE GENERATION IN          
003700*                   EFFECT IS A TYPE-V (VIGENERE KEYWORD) KEY,    
003800*                   MATCHING CEASER'S LOOKUP.                     
003900*  09/02/2026 MWK   AUDIT RECORD NOW CARRIES THE PARTNER KEY-ID   
004000*                   (THE NEW KEY THE MESSAGE LEAVES UNDER) AND    
004100*                   THE ORIGINATING PROGRAM, IN STEP WITH         
004200*                   CEASER, SO CEASBIL CAN BILL CHANGEOVER RUNS   
004300*                   SEPARATELY.                                   
004400*  09/02/2026 MWK   AUDIT RECORD ALSO CARRIES THE EFFECTIVE       
004500*                   DATE OF THE GENERATION THE MESSAGE LEAVES     
004600*                   UNDER, IN STEP WITH CEASER'S CUTOVER-         
004700*                   TOLERANT DECRYPT CHANGE.                      
004800*  10/15/2026 MWK   CEASKEY RECORD WIDENED TO 128 BYTES FOR DUAL  
004900*                   CONTROL. A GENERATION PENDING APPROVAL IS     
005000*                   NEVER SELECTED; WHEN ONE WOULD OTHERWISE BE IN
005100*                   EFFECT, CEASCHG0016 SAYS SO ON SYSOUT SO A    
005200*                   MISSED APPROVAL IS NOT MISTAKEN FOR A MISSING 
005300*                   KEY.                                          
005400*  10/15/2026 MWK   A GENERATION DECLARED COMPROMISED IS NEVER    
005500*                   SELECTED (CEASCHG0017). NEW OPTIONAL OLD-     
005600*                   GENERATION DATE (SYSIN COLUMNS 17-24 OR PARM  
005700*                   BYTES 17-24) NAMES THE EXACT GENERATION THE   
005800*                   FILE IS UNDER, SO A FILE SHIPPED UNDER A      
005900*                   COMPROMISED OR RETIRED GENERATION CAN BE      
006000*                   DECRYPTED AND RE-ENCRYPTED UNDER THE          
006100*                   REPLACEMENT - THE ONLY USE A COMPROMISED      
006200*                   GENERATION IS EVER PUT TO. WITH IT THE OLD AND
006300*                   NEW KEY-IDS MAY BE THE SAME. CEASIMP PUNCHES  
006400*                   THESE CARDS.                                  
006500*  10/15/2026 MWK   AUDIT RECORDS ARE NOW STAMPED WITH A          
006600*                   CONTINUOUS SEQUENCE NUMBER AND A CHECK VALUE  
006700*                   CHAINED FROM THE RECORD BEFORE, CARRIED FROM  
006800*                   RUN TO RUN ON THE NEW CEASAUDS CONTROL RECORD 
006900*                   (COPYBOOK AUDSEQ). A RESTART FIRST READS THE  
007000*                   AUDIT DATASET IT EXTENDS TO PICK THE CHAIN UP 
007100*                   FROM ITS LAST RECORD. CEASAVF VERIFIES THE    
007200*                   CHAIN.                                        
007300*  10/15/2026 MWK   RUN HISTORY - ONE RECORD PER EXECUTION, NORMAL
007400*                   END OR ABEND, IS ADDED TO THE NEW CEASRHST    
007500*                   FILE (COPYBOOK RUNHIST) WITH THE COUNTS,      
007600*                   RESTART FLAG, HIGHEST MESSAGE NUMBER ISSUED,  
007700*                   AND RETURN CODE, FOR THE CEASOPX MORNING      
007800*                   EXCEPTION REPORT.                             
007900*  10/15/2026 MWK   FIELD-LEVEL CIPHERING - THE CEASFMAP FIELD MAP
008000*                   (COPYBOOK FLDMAP) IS APPLIED ON BOTH LEGS: THE
008100*                   DECRYPT LEG UNDER THE OLD KEY-ID'S MAP, THE   
008200*                   ENCRYPT LEG UNDER THE NEW KEY-ID'S, SO A      
008300*                   FIELD-LEVEL FILE KEEPS ITS CLEAR COLUMNS      
008400*                   THROUGH A CHANGEOVER AND A FILE CAN MOVE ON OR
008500*                   OFF FIELD-LEVEL CIPHERING WITH ITS KEY.       
008600*  10/15/2026 MWK   FIELD MAPS - THE TYPE COLUMNS OF EVERY TYPED  
008700*                   MAP UNDER THE KEY-ID ARE NOW ALWAYS LEFT IN   
008800*                   CLEAR, SO A RECORD CIPHERED WHOLE OR UNDER    
008900*                   ANOTHER MAP CANNOT DECRYPT UNDER THE WRONG    
009000*                   MAP.                                          
009100*  10/15/2026 MWK   AN ABEND AFTER THE AUDIT TRAIL IS OPEN NOW    
009200*                   SAVES THE CHAIN IN CEASAUDS, SO THE NEXT RUN  
009300*                   DOES NOT REUSE SEQUENCE NUMBERS.              
009400*                                                                 
009500 ENVIRONMENT DIVISION.                                            
009600 CONFIGURATION SECTION.                                           
009700 SOURCE-COMPUTER. IBM-370.                                        
009800 OBJECT-COMPUTER. IBM-370.                                        
009900 INPUT-OUTPUT SECTION.                                            
010000 FILE-CONTROL.                                                    
010100     SELECT CHANGE-INPUT-FILE ASSIGN TO CHGIN                     
010200         ORGANIZATION IS SEQUENTIAL.                              
010300     SELECT CHANGE-OUTPUT-FILE ASSIGN TO CHGOUT                   
010400         ORGANIZATION IS SEQUENTIAL.                              
010500     SELECT CHANGE-CONTROL-FILE ASSIGN TO SYSIN                   
010600         ORGANIZATION IS SEQUENTIAL.                              
010700     SELECT CEASER-AUDIT-FILE ASSIGN TO CEASAUD                   
010800         ORGANIZATION IS SEQUENTIAL.                              
010900     SELECT CEASER-AUDIT-SEQ-FILE ASSIGN TO CEASAUDS              
011000         ORGANIZATION IS SEQUENTIAL                               
011100         FILE STATUS IS CH-AUDS-FILE-STATUS.                      
011200     SELECT CEASER-CHECKPOINT-FILE ASSIGN TO CHGCKP               
011300         ORGANIZATION IS SEQUENTIAL                               
011400         FILE STATUS IS CH-CKPT-FILE-STATUS.                      
011500     SELECT CEASER-KEY-FILE ASSIGN TO CEASKEY                     
011600         ORGANIZATION IS INDEXED                                  
011700         ACCESS MODE IS DYNAMIC                                   
011800         RECORD KEY IS CK-KEY                                     
011900         FILE STATUS IS CH-KEY-FILE-STATUS.                       
012000     SELECT RUN-HISTORY-FILE ASSIGN TO CEASRHST                   
012100         ORGANIZATION IS SEQUENTIAL                               
012200         FILE STATUS IS CH-RHST-FILE-STATUS.                      
012300     SELECT FIELD-MAP-FILE ASSIGN TO CEASFMAP                     
012400         ORGANIZATION IS SEQUENTIAL                               
012500         FILE STATUS IS CH-FMAP-FILE-STATUS.                      
012600*                                                                 
012700 DATA DIVISION.                                                   
012800 FILE SECTION.                                                    
012900*    THE FILE ENCRYPTED UNDER THE RETIRING KEY, ONE LOGICAL       
013000*    MESSAGE PER VARIABLE-LENGTH RECORD, LED BY *HDR AND ENDED    
013100*    BY *TRL THE WAY EVERY CEASER OUTPUT IS.                      
013200 FD  CHANGE-INPUT-FILE                                            
013300     RECORDING MODE IS V                                          
013400     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
013500         DEPENDING ON CH-IN-LENGTH.                               
013600 01  CH-INPUT-REC                PIC X(2000).                     
013700*                                                                 
013800 FD  CHANGE-OUTPUT-FILE                                           
013900     RECORDING MODE IS V                                          
014000     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
014100         DEPENDING ON CH-OUT-LENGTH.                              
014200 01  CH-OUTPUT-REC               PIC X(2000).                     
014300*                                                                 
014400*    SYSIN CONTROL CARD - USED WHEN NO PARM IS SUPPLIED.          
014500*    COLUMNS  1- 8  OLD KEY-ID (THE KEY THE FILE IS UNDER NOW).   
014600*    COLUMNS  9-16  NEW KEY-ID (THE KEY TO CONVERT IT TO).        
014700*    COLUMNS 17-24  OLD GENERATION EFFECTIVE DATE (YYYYMMDD),     
014800*                   OPTIONAL. BLANK TAKES THE OLD KEY-ID'S        
014900*                   GENERATION IN EFFECT. WHEN GIVEN, THE OLD AND 
015000*                   NEW KEY-IDS MAY BE THE SAME.                  
015100*    COLUMNS 25-80  RESERVED - CEASIMP WORKLIST CARDS CARRY THE   
015200*                   FEED ID AND FILE DATE HERE FOR THE OPERATOR.  
015300 FD  CHANGE-CONTROL-FILE                                          
015400     RECORDING MODE IS F                                          
015500     RECORD CONTAINS 80 CHARACTERS.                               
015600 01  CH-CONTROL-REC.                                              
015700     05  CH-CONTROL-OLD-KEY      PIC X(08).                       
015800     05  CH-CONTROL-NEW-KEY      PIC X(08).                       
015900     05  CH-CONTROL-OLD-GEN      PIC X(08).                       
016000     05  FILLER                  PIC X(56).                       
016100*                                                                 
016200*    AUDIT TRAIL - SAME RECORD SHAPE CEASER WRITES; CEASER AND    
016300*    CEASRPT CARRY THEIR OWN COPIES OF THIS LAYOUT, SO KEEP THEM  
016400*    ALL IN STEP BY HAND IF ONE CHANGES.                          
016500 FD  CEASER-AUDIT-FILE                                            
016600     RECORDING MODE IS F                                          
016700     RECORD CONTAINS 80 CHARACTERS.                               
016800 01  CH-AUDIT-REC.                                                
016900     05  CH-AUDIT-DATE           PIC 9(08).                       
017000     05  FILLER                  PIC X(01) VALUE SPACE.           
017100     05  CH-AUDIT-PARAGRAPH      PIC X(20).                       
017200     05  FILLER                  PIC X(01) VALUE SPACE.           
017300     05  CH-AUDIT-SHIFT          PIC 9(08).                       
017400     05  FILLER                  PIC X(01) VALUE SPACE.           
017500     05  CH-AUDIT-LENGTH         PIC 9(04).                       
017600     05  FILLER                  PIC X(01) VALUE SPACE.           
017700     05  CH-AUDIT-KEY-ID         PIC X(08).                       
017800     05  FILLER                  PIC X(01) VALUE SPACE.           
017900     05  CH-AUDIT-PROGRAM        PIC X(08).                       
018000     05  FILLER                  PIC X(01) VALUE SPACE.           
018100     05  CH-AUDIT-GEN-DATE       PIC 9(08).                       
018200     05  CH-AUDIT-STAMP          PIC X(01).                       
018300         88  CH-AUDIT-STAMPED              VALUE "S".             
018400     05  CH-AUDIT-SEQ-NO         PIC 9(09) COMP.                  
018500     05  CH-AUDIT-CHECK-VALUE    PIC 9(09) COMP.                  
018600     05  FILLER                  PIC X(01).                       
018700*                                                                 
018800*    WHERE THE AUDIT CHAIN STOOD AT THE END OF THE LAST RUN THAT  
018900*    WROTE TO THE TRAIL - READ AT START-UP, REWRITTEN AT END.     
019000 FD  CEASER-AUDIT-SEQ-FILE                                        
019100     RECORDING MODE IS F                                          
019200     RECORD CONTAINS 80 CHARACTERS.                               
019300     COPY AUDSEQ.                                                 
019400*                                                                 
019500*    CHECKPOINT / RESTART CONTROL FILE - SAME SCHEME AS CEASER'S, 
019600*    KEYED BY BOTH KEY-IDS AND ANY OLD GENERATION DATE SO A       
019700*    LEFTOVER CHECKPOINT FROM SOME OTHER CHANGEOVER IS NEVER      
019800*    TAKEN AS A RESTART OF THIS ONE.                              
019900 FD  CEASER-CHECKPOINT-FILE                                       
020000     RECORDING MODE IS F                                          
020100     RECORD CONTAINS 80 CHARACTERS.                               
020200 01  CH-CHECKPOINT-REC.                                           
020300     05  CH-CKPT-RECORD-COUNT    PIC 9(08).                       
020400     05  CH-CKPT-OLD-KEY         PIC X(08).                       
020500     05  CH-CKPT-NEW-KEY         PIC X(08).                       
020600     05  CH-CKPT-HDR-SEEN        PIC X(01).                       
020700     05  CH-CKPT-TRL-SEEN        PIC X(01).                       
020800     05  CH-CKPT-DATA-COUNT      PIC 9(08).                       
020900     05  CH-CKPT-IN-HASH         PIC 9(12).                       
021000     05  CH-CKPT-OUT-HASH        PIC 9(12).                       
021100     05  CH-CKPT-OLD-GEN         PIC X(08).                       
021200     05  FILLER                  PIC X(14).                       
021300*                                                                 
021400*    KEYED CIPHER KEY TABLE - SAME TABLE CEASER LOOKS UP.         
021500 FD  CEASER-KEY-FILE                                              
021600     RECORD CONTAINS 128 CHARACTERS.                              
021700     COPY CIPHERKY.                                               
021800*                                                                 
021900*    RUN HISTORY - ONE RECORD ADDED PER EXECUTION, NORMAL END     
022000*    OR ABEND, FOR THE MORNING OPERATIONS EXCEPTION REPORT.       
022100 FD  RUN-HISTORY-FILE                                             
022200     RECORDING MODE IS F                                          
022300     RECORD CONTAINS 150 CHARACTERS.                              
022400     COPY RUNHIST.                                                
022500*                                                                 
022600*    FIELD MAP CARDS - WHICH COLUMNS OF A KEY-ID'S RECORDS ARE    
022700*    CIPHERED WHEN ONLY SOME OF THEM ARE.                         
022800 FD  FIELD-MAP-FILE                                               
022900     RECORDING MODE IS F                                          
023000     RECORD CONTAINS 80 CHARACTERS.                               
023100     COPY FLDMAP.                                                 
023200*                                                                 
023300 WORKING-STORAGE SECTION.                                         
023400*                                                                 
023500*    CIPHER WORKING FIELDS. A MESSAGE IS UP TO 2000 BYTES;        
023600*    CH-STRE HOLDS THE REAL TEXT LENGTH OF THE MESSAGE IN HAND.   
023700*    CH-SHIFT AND THE DIGIT SWITCH ARE LOADED FROM THE OLD KEY    
023800*    FOR THE DECRYPT LEG AND FROM THE NEW KEY FOR THE ENCRYPT     
023900*    LEG OF EACH MESSAGE.                                         
024000 77  CH-MYSTRING                 PIC X(2000) VALUE SPACES.        
024100 77  CH-SHIFT                    PIC 9(8)   VALUE 0.              
024200 77  CH-TEMP                     PIC X(2000) VALUE SPACES.        
024300 77  CH-TEMPC                    PIC X(1)   VALUE SPACE.          
024400 77  CH-RESULT                   PIC X(2000) VALUE SPACES.        
024500 77  CH-ASCIIV                   PIC 9(8)   VALUE 0.              
024600 77  CH-WRAP                     PIC 9(8)   VALUE 0.              
024700 77  CH-STRE                     PIC 9(4)   VALUE ZERO.           
024800 77  CH-IN-LENGTH                PIC 9(4)   COMP VALUE ZERO.      
024900 77  CH-OUT-LENGTH               PIC 9(4)   COMP VALUE ZERO.      
025000 77  CH-IL                       PIC 9(4)   COMP VALUE 1.         
025100 77  CH-DIGIT-SWITCH             PIC X(01)  VALUE "N".            
025200     88  CH-DIGITS-ON                       VALUE "Y".            
025300 77  CH-DIGIT-QUOT               PIC 9(8)   VALUE ZERO.           
025400 77  CH-DIGIT-REM                PIC 9(8)   VALUE ZERO.           
025500*                                                                 
025600*    PROGRAM SWITCHES.                                            
025700 77  CH-EOF-SWITCH                PIC X(01) VALUE "N".            
025800     88  CH-END-OF-INPUT                    VALUE "Y".            
025900 77  CH-RESTART-SWITCH            PIC X(01) VALUE "N".            
026000     88  CH-RESTARTING                      VALUE "Y".            
026100 77  CH-CKPT-EOF-SWITCH           PIC X(01) VALUE "N".            
026200     88  CH-CKPT-EOF                        VALUE "Y".            
026300 77  CH-CKPT-FOUND-SWITCH         PIC X(01) VALUE "N".            
026400     88  CH-CKPT-FOUND                      VALUE "Y".            
026500 77  CH-KEYGEN-EOF-SWITCH         PIC X(01) VALUE "N".            
026600     88  CH-KEYGEN-EOF                      VALUE "Y".            
026700 77  CH-KEYGEN-FOUND-SWITCH       PIC X(01) VALUE "N".            
026800     88  CH-KEYGEN-FOUND                    VALUE "Y".            
026900*    LATEST GENERATION STILL PENDING APPROVAL THAT WOULD          
027000*    OTHERWISE BE IN EFFECT - REPORTED ON SYSOUT, NEVER USED.     
027100 77  CH-PENDING-EFF-DATE          PIC 9(08) VALUE ZERO.           
027200*    COMPROMISED GENERATION THAT WOULD OTHERWISE BE IN EFFECT -   
027300*    THE KEY-ID CANNOT BE USED UNTIL A NEW GENERATION TAKES OVER. 
027400 77  CH-COMPROMISED-EFF-DATE      PIC 9(08) VALUE ZERO.           
027500 77  CH-HDR-SEEN-SWITCH           PIC X(01) VALUE "N".            
027600     88  CH-HDR-SEEN                        VALUE "Y".            
027700 77  CH-TRL-SEEN-SWITCH           PIC X(01) VALUE "N".            
027800     88  CH-TRL-SEEN                        VALUE "Y".            
027900 77  CH-TRIM-SWITCH               PIC X(01) VALUE "N".            
028000     88  CH-TRIM-DONE                       VALUE "Y".            
028100*                                                                 
028200*    KEY CONTROL FIELDS - THE RETIRING KEY, THE REPLACEMENT KEY,  
028300*    AND THE LOOKUP WORK FIELDS 1150 USES FOR EITHER ONE.         
028400 77  CH-OLD-KEY-ID                PIC X(08) VALUE SPACES.         
028500 77  CH-NEW-KEY-ID                PIC X(08) VALUE SPACES.         
028600 77  CH-OLD-SHIFT                 PIC 9(8)  VALUE ZERO.           
028700 77  CH-NEW-SHIFT                 PIC 9(8)  VALUE ZERO.           
028800 77  CH-OLD-DIGIT                 PIC X(01) VALUE "N".            
028900 77  CH-NEW-DIGIT                 PIC X(01) VALUE "N".            
029000 77  CH-LOOKUP-KEY-ID             PIC X(08) VALUE SPACES.         
029100 77  CH-GEN-SHIFT                 PIC 9(8)  VALUE ZERO.           
029200 77  CH-GEN-DIGIT                 PIC X(01) VALUE "N".            
029300 77  CH-GEN-TYPE                  PIC X(01) VALUE SPACE.          
029400 77  CH-GEN-DATE                  PIC 9(08) VALUE ZERO.           
029500 77  CH-NEW-GEN-DATE              PIC 9(08) VALUE ZERO.           
029600*    OLD GENERATION NAMED ON THE CONTROL CARD, IF ANY - READ      
029700*    DIRECTLY BY KEY INSTEAD OF SELECTED BY RUN DATE.             
029800 77  CH-OLD-GEN-INPUT             PIC X(08) VALUE SPACES.         
029900 77  CH-OLD-GEN-DATE              PIC 9(08) VALUE ZERO.           
030000 77  CH-KEY-FILE-STATUS           PIC X(02) VALUE SPACES.         
030100 77  CH-RUN-DATE                  PIC 9(8)  VALUE ZERO.           
030200*                                                                 
030300*    FILE CONTROL RECORD FIELDS - SAME *HDR/*TRL CONVENTION AS    
030400*    CEASER: THE TRAILER CARRIES THE DATA RECORD COUNT AND THE    
030500*    12-DIGIT BYTE-VALUE HASH OF EACH MESSAGE'S REAL TEXT.        
030600 77  CH-IN-DATA-COUNT             PIC 9(08) VALUE ZERO.           
030700 77  CH-IN-HASH                   PIC 9(12) VALUE ZERO.           
030800 77  CH-OUT-HASH                  PIC 9(12) VALUE ZERO.           
030900 77  CH-TRL-COUNT-IN              PIC 9(08) VALUE ZERO.           
031000 77  CH-TRL-HASH-IN               PIC 9(12) VALUE ZERO.           
031100 77  CH-HI                        PIC 9(04) COMP VALUE 1.         
031200 77  CH-HASHC                     PIC X(01) VALUE SPACE.          
031300 77  CH-HASHV                     PIC 9(08) VALUE ZERO.           
031400*                                                                 
031500*    AUDIT CHAIN - SEQUENCE NUMBER AND CHECK VALUE OF THE LAST    
031600*    AUDIT RECORD WRITTEN, WORKED THE SAME WAY CEASER DOES IT.    
031700*    THE BYTE VALUES COME THROUGH THE BINARY REDEFINITION BELOW.  
031800 77  CH-AUD-SEQ-NO                PIC 9(09) COMP VALUE ZERO.      
031900 77  CH-AUD-CHECK-VALUE           PIC 9(09) COMP VALUE ZERO.      
032000 77  CH-AUD-BYTE-SUM              PIC 9(09) COMP VALUE ZERO.      
032100 77  CH-AUD-CHECK-WORK            PIC 9(12) COMP VALUE ZERO.      
032200 77  CH-AUD-CHECK-QUOT            PIC 9(12) COMP VALUE ZERO.      
032300 77  CH-AUD-BI                    PIC 9(04) COMP VALUE 1.         
032400 77  CH-AUDS-FILE-STATUS          PIC X(02) VALUE SPACES.         
032500 77  CH-AUD-EOF-SWITCH            PIC X(01) VALUE "N".            
032600     88  CH-AUD-EOF                          VALUE "Y".           
032700 77  CH-AUDIT-OPEN-SWITCH         PIC X(01) VALUE "N".            
032800     88  CH-AUDIT-OPEN                      VALUE "Y".            
032900 77  CH-RUN-TIME                  PIC 9(08) VALUE ZERO.           
033000 01  CH-ORD-PAIR.                                                 
033100     05  FILLER                  PIC X(01) VALUE LOW-VALUE.       
033200     05  CH-ORD-CHAR             PIC X(01).                       
033300 01  CH-ORD-VALUE REDEFINES CH-ORD-PAIR                           
033400                                 PIC 9(04) COMP.                  
033500*                                                                 
033600 01  CH-OUT-HEADER-REC.                                           
033700     05  FILLER                  PIC X(05) VALUE "*HDR ".         
033800     05  CH-OUT-HDR-FEED-ID      PIC X(08).                       
033900     05  FILLER                  PIC X(01) VALUE SPACE.           
034000     05  CH-OUT-HDR-DATE         PIC 9(08).                       
034100     05  FILLER                  PIC X(78) VALUE SPACES.          
034200 01  CH-OUT-TRAILER-REC.                                          
034300     05  FILLER                  PIC X(05) VALUE "*TRL ".         
034400     05  CH-OUT-TRL-COUNT        PIC 9(08).                       
034500     05  FILLER                  PIC X(01) VALUE SPACE.           
034600     05  CH-OUT-TRL-HASH         PIC 9(12).                       
034700     05  FILLER                  PIC X(74) VALUE SPACES.          
034800*                                                                 
034900*    CHECKPOINT / RESTART FIELDS - A CHECKPOINT PER RECORD, THE   
035000*    SAME PROTECTION CEASER GIVES ITS RUNS.                       
035100 77  CH-RECORD-COUNT              PIC 9(8)  COMP VALUE ZERO.      
035200 77  CH-SKIP-COUNT                PIC 9(8)  COMP VALUE ZERO.      
035300 77  CH-CKPT-INTERVAL             PIC 9(8)  VALUE 1.              
035400 77  CH-CKPT-QUOTIENT             PIC 9(8)  VALUE ZERO.           
035500 77  CH-CKPT-REMAINDER            PIC 9(8)  VALUE ZERO.           
035600 77  CH-CKPT-FILE-STATUS          PIC X(02) VALUE SPACES.         
035700*                                                                 
035800*    RUN HISTORY FIELDS. THE START STAMP IS TAKEN BEFORE          
035900*    ANYTHING CAN FAIL, AND THE HIGHEST NUMBERED MESSAGE IS       
036000*    KEPT AS EACH ONE GOES TO SYSOUT.                             
036100 77  CH-RHST-FILE-STATUS          PIC X(02) VALUE SPACES.         
036200 77  CH-START-DATE                PIC 9(08) VALUE ZERO.           
036300 77  CH-START-TIME                PIC 9(08) VALUE ZERO.           
036400 77  CH-END-TIME                  PIC 9(08) VALUE ZERO.           
036500 77  CH-MSG-NUMBER                PIC 9(04) VALUE ZERO.           
036600 77  CH-HIGH-MSG-NUMBER           PIC 9(04) VALUE ZERO.           
036700 77  CH-HDR-FILE-DATE             PIC 9(08) VALUE ZERO.           
036800 77  CH-OUT-REC-COUNT             PIC 9(08) COMP VALUE ZERO.      
036900*                                                                 
037000*    FIELD MAP (COPYBOOK FLDMAP) - LOADED ONCE FROM CEASFMAP. A   
037100*    KEY-ID WITH NO MAP IS CIPHERED WHOLE. THE MAP CHOSEN FOR A   
037200*    MESSAGE RANKS 1 FOR THE KEY-ID'S OWN TYPED MAP, 2 FOR ITS    
037300*    UNTYPED ONE, 3 FOR AN ANY-KEY TYPED ONE. CH-FMAP-KEY-ID IS   
037400*    THE KEY-ID THE MESSAGE IN HAND IS CIPHERED UNDER.            
037500 77  CH-FMAP-FILE-STATUS         PIC X(02) VALUE SPACES.          
037600 77  CH-FMAP-EOF-SWITCH          PIC X(01) VALUE "N".             
037700     88  CH-FMAP-EOF                        VALUE "Y".            
037800 77  CH-FMAP-CARD-NUMBER         PIC 9(06) VALUE ZERO.            
037900 77  CH-FMAP-REASON              PIC X(44) VALUE SPACES.          
038000 77  CH-FMAP-MAX-MAPS            PIC 9(04) COMP VALUE 100.        
038100 77  CH-FMAP-MAX-RANGES          PIC 9(04) COMP VALUE 20.         
038200 77  CH-FMAP-COUNT               PIC 9(04) COMP VALUE ZERO.       
038300 77  CH-FMAP-FI                  PIC 9(04) COMP VALUE ZERO.       
038400 77  CH-FMAP-RI                  PIC 9(04) COMP VALUE ZERO.       
038500 77  CH-FMAP-HIT                 PIC 9(04) COMP VALUE ZERO.       
038600 77  CH-FMAP-RANK                PIC 9(01) VALUE ZERO.            
038700 77  CH-FMAP-POS                 PIC 9(04) COMP VALUE ZERO.       
038800 77  CH-FMAP-SPAN                PIC 9(04) COMP VALUE ZERO.       
038900 77  CH-FMAP-END                 PIC 9(04) COMP VALUE ZERO.       
039000 77  CH-FMAP-KEY-ID              PIC X(08) VALUE SPACES.          
039100 77  CH-FMAP-MSG-COUNT           PIC 9(08) VALUE ZERO.            
039200 77  CH-FIELD-HOLD               PIC X(2000) VALUE SPACES.        
039300 01  CH-FIELD-MAP-TABLE.                                          
039400     05  CH-FMAP-ENTRY           OCCURS 100 TIMES.                
039500         10  CH-FE-KEY-ID        PIC X(08).                       
039600         10  CH-FE-TYPE          PIC X(08).                       
039700         10  CH-FE-TYPE-START    PIC 9(04) COMP.                  
039800         10  CH-FE-TYPE-LENGTH   PIC 9(04) COMP.                  
039900         10  CH-FE-RANGE-COUNT   PIC 9(04) COMP.                  
040000         10  CH-FE-RANGE         OCCURS 20 TIMES.                 
040100             15  CH-FE-FROM      PIC 9(04) COMP.                  
040200             15  CH-FE-LENGTH    PIC 9(04) COMP.                  
040300*                                                                 
040400 LINKAGE SECTION.                                                 
040500 01  LK-PARM-AREA.                                                
040600     05  LK-PARM-LENGTH           PIC S9(4) COMP.                 
040700     05  LK-PARM-DATA             PIC X(24).                      
040800*                                                                 
040900 PROCEDURE DIVISION USING LK-PARM-AREA.                           
041000***************************************************************** 
041100* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
041200***************************************************************** 
041300 0000-MAINLINE.                                                   
041400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
041500     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT                     
041600         UNTIL CH-END-OF-INPUT.                                   
041700     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
041800     STOP RUN.                                                    
041900*                                                                 
042000***************************************************************** 
042100* 1000-INITIALIZE - GET AND LOOK UP BOTH KEYS, CHECK FOR A       *
042200* RESTART, OPEN FILES, PRIME READ.                               *
042300***************************************************************** 
042400 1000-INITIALIZE.                                                 
042500     ACCEPT CH-START-DATE FROM DATE YYYYMMDD.                     
042600     ACCEPT CH-START-TIME FROM TIME.                              
042700     PERFORM 1100-GET-KEY-IDS THRU 1100-EXIT.                     
042800     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT.                   
042900     PERFORM 1700-LOAD-AUDIT-SEQUENCE THRU 1700-EXIT.             
043000     OPEN INPUT CHANGE-INPUT-FILE.                                
043100     IF CH-RESTARTING                                             
043200         OPEN EXTEND CHANGE-OUTPUT-FILE                           
043300         PERFORM 1710-RESUME-AUDIT-CHAIN THRU 1710-EXIT           
043400         OPEN EXTEND CEASER-AUDIT-FILE                            
043500         OPEN EXTEND CEASER-CHECKPOINT-FILE                       
043600         PERFORM 1300-SKIP-COMPLETED-RECORDS THRU 1300-EXIT       
043700     ELSE                                                         
043800         OPEN OUTPUT CHANGE-OUTPUT-FILE                           
043900         OPEN OUTPUT CEASER-AUDIT-FILE                            
044000         OPEN OUTPUT CEASER-CHECKPOINT-FILE                       
044100     END-IF.                                                      
044200     SET CH-AUDIT-OPEN TO TRUE.                                   
044300     PERFORM 1800-LOAD-FIELD-MAP THRU 1800-EXIT.                  
044400     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.               
044500 1000-EXIT.                                                       
044600     EXIT.                                                        
044700*                                                                 
044800***************************************************************** 
044900* 1100-GET-KEY-IDS - OBTAIN THE OLD AND NEW KEY-IDS FROM THE     *
045000* EXEC PARM IF ONE WAS PASSED, OTHERWISE FROM A SYSIN CONTROL    *
045100* CARD, AND LOOK BOTH UP IN THE CEASER-KEY-FILE KEY TABLE.       *
045200***************************************************************** 
045300 1100-GET-KEY-IDS.                                                
045400     IF LK-PARM-LENGTH > ZERO                                     
045500         MOVE LK-PARM-DATA(1:8) TO CH-OLD-KEY-ID                  
045600         IF LK-PARM-LENGTH > 8                                    
045700             MOVE LK-PARM-DATA(9:8) TO CH-NEW-KEY-ID              
045800         END-IF                                                   
045900         IF LK-PARM-LENGTH > 16                                   
046000             MOVE LK-PARM-DATA(17:8) TO CH-OLD-GEN-INPUT          
046100         END-IF                                                   
046200     ELSE                                                         
046300         OPEN INPUT CHANGE-CONTROL-FILE                           
046400         READ CHANGE-CONTROL-FILE                                 
046500             AT END                                               
046600                 MOVE SPACES TO CH-CONTROL-OLD-KEY                
046700                 MOVE SPACES TO CH-CONTROL-NEW-KEY                
046800                 MOVE SPACES TO CH-CONTROL-OLD-GEN                
046900         END-READ                                                 
047000         MOVE CH-CONTROL-OLD-KEY TO CH-OLD-KEY-ID                 
047100         MOVE CH-CONTROL-NEW-KEY TO CH-NEW-KEY-ID                 
047200         MOVE CH-CONTROL-OLD-GEN TO CH-OLD-GEN-INPUT              
047300         CLOSE CHANGE-CONTROL-FILE                                
047400     END-IF.                                                      
047500     IF CH-OLD-KEY-ID = SPACES OR CH-NEW-KEY-ID = SPACES          
047600         MOVE 0001 TO CH-MSG-NUMBER                               
047700         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
047800         DISPLAY "CEASCHG0001 - OLD AND NEW KEY-IDS ARE BOTH "    
047900             "REQUIRED IN PARM OR SYSIN"                          
048000         MOVE 16 TO RETURN-CODE                                   
048100         GO TO 9900-ABEND-ROUTINE                                 
048200     END-IF.                                                      
048300     IF CH-OLD-KEY-ID = CH-NEW-KEY-ID                             
048400             AND CH-OLD-GEN-INPUT = SPACES                        
048500         MOVE 0002 TO CH-MSG-NUMBER                               
048600         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
048700         DISPLAY "CEASCHG0002 - OLD AND NEW KEY-IDS ARE THE "     
048800             "SAME - NOTHING TO CONVERT"                          
048900         MOVE 17 TO RETURN-CODE                                   
049000         GO TO 9900-ABEND-ROUTINE                                 
049100     END-IF.                                                      
049200     IF CH-OLD-GEN-INPUT NOT = SPACES                             
049300             AND CH-OLD-GEN-INPUT NOT NUMERIC                     
049400         MOVE 0018 TO CH-MSG-NUMBER                               
049500         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
049600         DISPLAY "CEASCHG0018 - OLD GENERATION DATE "             
049700             CH-OLD-GEN-INPUT " IS NOT A VALID YYYYMMDD"          
049800         MOVE 16 TO RETURN-CODE                                   
049900         GO TO 9900-ABEND-ROUTINE                                 
050000     END-IF.                                                      
050100     ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD.                       
050200     MOVE CH-OLD-KEY-ID TO CH-LOOKUP-KEY-ID.                      
050300     IF CH-OLD-GEN-INPUT = SPACES                                 
050400         PERFORM 1150-LOOKUP-CIPHER-KEY THRU 1150-EXIT            
050500     ELSE                                                         
050600         PERFORM 1170-READ-OLD-GENERATION THRU 1170-EXIT          
050700     END-IF.                                                      
050800     MOVE CH-GEN-SHIFT TO CH-OLD-SHIFT.                           
050900     MOVE CH-GEN-DIGIT TO CH-OLD-DIGIT.                           
051000     MOVE CH-NEW-KEY-ID TO CH-LOOKUP-KEY-ID.                      
051100     PERFORM 1150-LOOKUP-CIPHER-KEY THRU 1150-EXIT.               
051200     MOVE CH-GEN-SHIFT TO CH-NEW-SHIFT.                           
051300     MOVE CH-GEN-DIGIT TO CH-NEW-DIGIT.                           
051400     MOVE CH-GEN-DATE TO CH-NEW-GEN-DATE.                         
051500     IF CH-OLD-KEY-ID = CH-NEW-KEY-ID                             
051600             AND CH-OLD-GEN-DATE = CH-NEW-GEN-DATE                
051700         MOVE 0002 TO CH-MSG-NUMBER                               
051800         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
051900         DISPLAY "CEASCHG0002 - OLD GENERATION IS THE ONE IN "    
052000             "EFFECT - NOTHING TO CONVERT"                        
052100         MOVE 17 TO RETURN-CODE                                   
052200         GO TO 9900-ABEND-ROUTINE                                 
052300     END-IF.                                                      
052400 1100-EXIT.                                                       
052500     EXIT.                                                        
052600*                                                                 
052700***************************************************************** 
052800* 1150-LOOKUP-CIPHER-KEY - BROWSE THE KEYED CIPHER KEY TABLE     *
052900* FOR CH-LOOKUP-KEY-ID AND RETURN THE SHIFT AND DIGIT OPTION OF  *
053000* THE LATEST ACTIVE GENERATION IN EFFECT FOR THE RUN DATE - THE  *
053100* SAME SELECTION CEASER'S LOOKUP MAKES.                          *
053200***************************************************************** 
053300 1150-LOOKUP-CIPHER-KEY.                                          
053400     OPEN INPUT CEASER-KEY-FILE.                                  
053500     IF CH-KEY-FILE-STATUS NOT = "00"                             
053600         MOVE 0005 TO CH-MSG-NUMBER                               
053700         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
053800         DISPLAY "CEASCHG0005 - CEASKEY OPEN FAILED, STATUS "     
053900             CH-KEY-FILE-STATUS                                   
054000         MOVE 19 TO RETURN-CODE                                   
054100         GO TO 9900-ABEND-ROUTINE                                 
054200     END-IF.                                                      
054300     MOVE "N" TO CH-KEYGEN-EOF-SWITCH.                            
054400     MOVE "N" TO CH-KEYGEN-FOUND-SWITCH.                          
054500     MOVE ZERO TO CH-PENDING-EFF-DATE.                            
054600     MOVE ZERO TO CH-COMPROMISED-EFF-DATE.                        
054700     MOVE CH-LOOKUP-KEY-ID TO CK-KEY-ID.                          
054800     MOVE ZERO TO CK-EFFECTIVE-DATE.                              
054900     START CEASER-KEY-FILE KEY IS NOT LESS THAN CK-KEY            
055000         INVALID KEY                                              
055100             SET CH-KEYGEN-EOF TO TRUE                            
055200     END-START.                                                   
055300     PERFORM 1160-READ-NEXT-GENERATION THRU 1160-EXIT             
055400         UNTIL CH-KEYGEN-EOF.                                     
055500     IF CH-PENDING-EFF-DATE > ZERO                                
055600         MOVE 0016 TO CH-MSG-NUMBER                               
055700         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
055800         DISPLAY "CEASCHG0016 - GENERATION " CH-PENDING-EFF-DATE  
055900             " OF KEY-ID " CH-LOOKUP-KEY-ID                       
056000             " IS PENDING APPROVAL - NOT USED"                    
056100     END-IF.                                                      
056200     IF CH-COMPROMISED-EFF-DATE > ZERO                            
056300         MOVE 0017 TO CH-MSG-NUMBER                               
056400         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
056500         DISPLAY "CEASCHG0017 - GENERATION "                      
056600             CH-COMPROMISED-EFF-DATE " OF KEY-ID "                
056700             CH-LOOKUP-KEY-ID                                     
056800             " IS COMPROMISED - NOT USED"                         
056900         MOVE 18 TO RETURN-CODE                                   
057000         GO TO 9900-ABEND-ROUTINE                                 
057100     END-IF.                                                      
057200     IF NOT CH-KEYGEN-FOUND                                       
057300         MOVE 0003 TO CH-MSG-NUMBER                               
057400         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
057500         DISPLAY "CEASCHG0003 - NO ACTIVE GENERATION OF KEY-ID "  
057600             CH-LOOKUP-KEY-ID " IN EFFECT ON " CH-RUN-DATE        
057700         MOVE 18 TO RETURN-CODE                                   
057800         GO TO 9900-ABEND-ROUTINE                                 
057900     END-IF.                                                      
058000     IF CH-GEN-TYPE = "V"                                         
058100         MOVE 0015 TO CH-MSG-NUMBER                               
058200         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
058300         DISPLAY "CEASCHG0015 - KEY-ID " CH-LOOKUP-KEY-ID         
058400             " IS A VIGENERE KEYWORD KEY - USE CEASERV"           
058500         MOVE 18 TO RETURN-CODE                                   
058600         GO TO 9900-ABEND-ROUTINE                                 
058700     END-IF.                                                      
058800     CLOSE CEASER-KEY-FILE.                                       
058900 1150-EXIT.                                                       
059000     EXIT.                                                        
059100*                                                                 
059200 1160-READ-NEXT-GENERATION.                                       
059300     READ CEASER-KEY-FILE NEXT RECORD                             
059400         AT END                                                   
059500             SET CH-KEYGEN-EOF TO TRUE                            
059600         NOT AT END                                               
059700             IF CK-KEY-ID NOT = CH-LOOKUP-KEY-ID                  
059800                 SET CH-KEYGEN-EOF TO TRUE                        
059900             ELSE                                                 
060000                 IF CK-GEN-ACTIVE                                 
060100                         AND CK-EFFECTIVE-DATE NOT > CH-RUN-DATE  
060200                     MOVE CK-SHIFT-VALUE TO CH-GEN-SHIFT          
060300                     MOVE CK-EFFECTIVE-DATE TO CH-GEN-DATE        
060400                     MOVE CK-KEY-TYPE TO CH-GEN-TYPE              
060500                     IF CK-DIGITS-CIPHERED                        
060600                         MOVE "Y" TO CH-GEN-DIGIT                 
060700                     ELSE                                         
060800                         MOVE "N" TO CH-GEN-DIGIT                 
060900                     END-IF                                       
061000                     SET CH-KEYGEN-FOUND TO TRUE                  
061100                     MOVE ZERO TO CH-PENDING-EFF-DATE             
061200                     MOVE ZERO TO CH-COMPROMISED-EFF-DATE         
061300                 END-IF                                           
061400                 IF CK-GEN-PENDING                                
061500                         AND CK-EFFECTIVE-DATE NOT > CH-RUN-DATE  
061600                     MOVE CK-EFFECTIVE-DATE TO CH-PENDING-EFF-DATE
061700                 END-IF                                           
061800*                A COMPROMISED GENERATION ENDS THE CHAIN - THE    
061900*                KEY-ID IS UNUSABLE UNTIL A NEW ONE TAKES OVER.   
062000                 IF CK-GEN-COMPROMISED                            
062100                         AND CK-EFFECTIVE-DATE NOT > CH-RUN-DATE  
062200                     MOVE CK-EFFECTIVE-DATE                       
062300                         TO CH-COMPROMISED-EFF-DATE               
062400                     MOVE "N" TO CH-KEYGEN-FOUND-SWITCH           
062500                 END-IF                                           
062600             END-IF                                               
062700     END-READ.                                                    
062800 1160-EXIT.                                                       
062900     EXIT.                                                        
063000*                                                                 
063100***************************************************************** 
063200* 1170-READ-OLD-GENERATION - THE CONTROL CARD NAMED THE EXACT    *
063300* GENERATION THE FILE WAS ENCRYPTED UNDER. READ IT BY KEY AND    *
063400* TAKE ITS SHIFT FOR THE DECRYPT LEG, PROVIDED IT WAS EVER       *
063500* APPROVED - ACTIVE, RETIRED OR COMPROMISED. A COMPROMISED       *
063600* GENERATION IS WARNED ON SYSOUT; IT IS USED HERE ONLY TO TAKE   *
063700* THE FILE OFF IT, AND NOTHING IS EVER ENCRYPTED UNDER IT.       *
063800***************************************************************** 
063900 1170-READ-OLD-GENERATION.                                        
064000     OPEN INPUT CEASER-KEY-FILE.                                  
064100     IF CH-KEY-FILE-STATUS NOT = "00"                             
064200         MOVE 0005 TO CH-MSG-NUMBER                               
064300         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
064400         DISPLAY "CEASCHG0005 - CEASKEY OPEN FAILED, STATUS "     
064500             CH-KEY-FILE-STATUS                                   
064600         MOVE 19 TO RETURN-CODE                                   
064700         GO TO 9900-ABEND-ROUTINE                                 
064800     END-IF.                                                      
064900     MOVE CH-OLD-GEN-INPUT TO CH-OLD-GEN-DATE.                    
065000     MOVE CH-LOOKUP-KEY-ID TO CK-KEY-ID.                          
065100     MOVE CH-OLD-GEN-DATE TO CK-EFFECTIVE-DATE.                   
065200     READ CEASER-KEY-FILE                                         
065300         INVALID KEY                                              
065400             MOVE 0019 TO CH-MSG-NUMBER                           
065500             PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT             
065600             DISPLAY "CEASCHG0019 - GENERATION " CH-OLD-GEN-DATE  
065700                 " OF KEY-ID " CH-LOOKUP-KEY-ID                   
065800                 " IS NOT ON CEASKEY"                             
065900             MOVE 18 TO RETURN-CODE                               
066000             GO TO 9900-ABEND-ROUTINE                             
066100     END-READ.                                                    
066200     IF NOT CK-GEN-ACTIVE AND NOT CK-GEN-RETIRED                  
066300             AND NOT CK-GEN-COMPROMISED                           
066400         MOVE 0020 TO CH-MSG-NUMBER                               
066500         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
066600         DISPLAY "CEASCHG0020 - GENERATION " CH-OLD-GEN-DATE      
066700             " OF KEY-ID " CH-LOOKUP-KEY-ID                       
066800             " WAS NEVER APPROVED - NOT USED"                     
066900         MOVE 18 TO RETURN-CODE                                   
067000         GO TO 9900-ABEND-ROUTINE                                 
067100     END-IF.                                                      
067200     IF CK-TYPE-VIGENERE                                          
067300         MOVE 0015 TO CH-MSG-NUMBER                               
067400         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
067500         DISPLAY "CEASCHG0015 - KEY-ID " CH-LOOKUP-KEY-ID         
067600             " IS A VIGENERE KEYWORD KEY - USE CEASERV"           
067700         MOVE 18 TO RETURN-CODE                                   
067800         GO TO 9900-ABEND-ROUTINE                                 
067900     END-IF.                                                      
068000     IF CK-GEN-COMPROMISED                                        
068100         MOVE 0021 TO CH-MSG-NUMBER                               
068200         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
068300         DISPLAY "CEASCHG0021 - GENERATION " CH-OLD-GEN-DATE      
068400             " OF KEY-ID " CH-LOOKUP-KEY-ID " IS COMPROMISED - "  
068500             "USED TO DECRYPT FOR RE-ENCRYPTION ONLY"             
068600     END-IF.                                                      
068700     MOVE CK-SHIFT-VALUE TO CH-GEN-SHIFT.                         
068800     MOVE CK-EFFECTIVE-DATE TO CH-GEN-DATE.                       
068900     MOVE CK-KEY-TYPE TO CH-GEN-TYPE.                             
069000     IF CK-DIGITS-CIPHERED                                        
069100         MOVE "Y" TO CH-GEN-DIGIT                                 
069200     ELSE                                                         
069300         MOVE "N" TO CH-GEN-DIGIT                                 
069400     END-IF.                                                      
069500     CLOSE CEASER-KEY-FILE.                                       
069600 1170-EXIT.                                                       
069700     EXIT.                                                        
069800*                                                                 
069900***************************************************************** 
070000* 1200-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY AN EARLIER  *
070100* RUN OF THIS SAME CHANGEOVER. A FOUND CHECKPOINT IS HONORED     *
070200* ONLY IF BOTH KEY-IDS MATCH - OTHERWISE IT IS A LEFTOVER FROM   *
070300* SOME OTHER CHANGEOVER AND THIS RUN STARTS FRESH. THE SHIFTS    *
070400* ARE NOT RESTORED FROM THE CHECKPOINT - THE LOOKUPS ALREADY     *
070500* DONE BY THIS RUN ARE AUTHORITATIVE.                            *
070600***************************************************************** 
070700 1200-CHECK-RESTART.                                              
070800     MOVE ZERO TO CH-RECORD-COUNT.                                
070900     MOVE ZERO TO CH-SKIP-COUNT.                                  
071000     MOVE "N" TO CH-RESTART-SWITCH.                               
071100     MOVE "N" TO CH-CKPT-EOF-SWITCH.                              
071200     MOVE "N" TO CH-CKPT-FOUND-SWITCH.                            
071300     OPEN INPUT CEASER-CHECKPOINT-FILE.                           
071400     IF CH-CKPT-FILE-STATUS = "00"                                
071500         PERFORM 1210-READ-LATEST-CHECKPOINT THRU 1210-EXIT       
071600             UNTIL CH-CKPT-EOF                                    
071700         CLOSE CEASER-CHECKPOINT-FILE                             
071800     END-IF.                                                      
071900     IF CH-CKPT-FOUND                                             
072000             AND CH-CKPT-OLD-KEY = CH-OLD-KEY-ID                  
072100             AND CH-CKPT-NEW-KEY = CH-NEW-KEY-ID                  
072200             AND CH-CKPT-OLD-GEN = CH-OLD-GEN-INPUT               
072300         MOVE CH-CKPT-RECORD-COUNT TO CH-RECORD-COUNT             
072400         MOVE CH-CKPT-RECORD-COUNT TO CH-SKIP-COUNT               
072500         MOVE CH-CKPT-HDR-SEEN TO CH-HDR-SEEN-SWITCH              
072600         MOVE CH-CKPT-TRL-SEEN TO CH-TRL-SEEN-SWITCH              
072700         MOVE CH-CKPT-DATA-COUNT TO CH-IN-DATA-COUNT              
072800         MOVE CH-CKPT-IN-HASH TO CH-IN-HASH                       
072900         MOVE CH-CKPT-OUT-HASH TO CH-OUT-HASH                     
073000         SET CH-RESTARTING TO TRUE                                
073100     END-IF.                                                      
073200 1200-EXIT.                                                       
073300     EXIT.                                                        
073400*                                                                 
073500 1210-READ-LATEST-CHECKPOINT.                                     
073600     READ CEASER-CHECKPOINT-FILE                                  
073700         AT END                                                   
073800             SET CH-CKPT-EOF TO TRUE                              
073900         NOT AT END                                               
074000             SET CH-CKPT-FOUND TO TRUE                            
074100     END-READ.                                                    
074200 1210-EXIT.                                                       
074300     EXIT.                                                        
074400*                                                                 
074500***************************************************************** 
074600* 1300-SKIP-COMPLETED-RECORDS - ON A RESTART, READ PAST THE      *
074700* INPUT RECORDS ALREADY CONVERTED AND WRITTEN BY AN EARLIER      *
074800* RUN. BOTH KEYS ARE FIXED FOR THE WHOLE FILE, SO THE ONLY STATE *
074900* PICKED UP WHILE SKIPPING IS THE FEED ON THE *HDR, FOR THE RUN  *
075000* HISTORY.                                                       *
075100***************************************************************** 
075200 1300-SKIP-COMPLETED-RECORDS.                                     
075300     PERFORM 1310-SKIP-ONE-RECORD THRU 1310-EXIT                  
075400         CH-SKIP-COUNT TIMES.                                     
075500 1300-EXIT.                                                       
075600     EXIT.                                                        
075700*                                                                 
075800 1310-SKIP-ONE-RECORD.                                            
075900     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.               
076000     IF NOT CH-END-OF-INPUT AND CH-INPUT-REC(1:5) = "*HDR "       
076100         MOVE CH-INPUT-REC(6:8) TO CH-OUT-HDR-FEED-ID             
076200         IF CH-INPUT-REC(15:8) NUMERIC                            
076300             MOVE CH-INPUT-REC(15:8) TO CH-HDR-FILE-DATE          
076400         END-IF                                                   
076500     END-IF.                                                      
076600 1310-EXIT.                                                       
076700     EXIT.                                                        
076800*                                                                 
076900***************************************************************** 
077000* 1400-WRITE-CHECKPOINT-RECORD - SAVE THE CURRENT POSITION AND   *
077100* RUNNING TOTALS SO A RESTART CAN PICK UP FROM HERE AND STILL    *
077200* RECONCILE THE CONTROL TRAILER.                                 *
077300***************************************************************** 
077400 1400-WRITE-CHECKPOINT-RECORD.                                    
077500     MOVE CH-RECORD-COUNT TO CH-CKPT-RECORD-COUNT.                
077600     MOVE CH-OLD-KEY-ID TO CH-CKPT-OLD-KEY.                       
077700     MOVE CH-NEW-KEY-ID TO CH-CKPT-NEW-KEY.                       
077800     MOVE CH-OLD-GEN-INPUT TO CH-CKPT-OLD-GEN.                    
077900     MOVE CH-HDR-SEEN-SWITCH TO CH-CKPT-HDR-SEEN.                 
078000     MOVE CH-TRL-SEEN-SWITCH TO CH-CKPT-TRL-SEEN.                 
078100     MOVE CH-IN-DATA-COUNT TO CH-CKPT-DATA-COUNT.                 
078200     MOVE CH-IN-HASH TO CH-CKPT-IN-HASH.                          
078300     MOVE CH-OUT-HASH TO CH-CKPT-OUT-HASH.                        
078400     WRITE CH-CHECKPOINT-REC.                                     
078500 1400-EXIT.                                                       
078600     EXIT.                                                        
078700*                                                                 
078800***************************************************************** 
078900* 1500-CLEAR-CHECKPOINT-FILE - NORMAL END OF JOB, SO THE NEXT    *
079000* RUN SHOULD START FRESH INSTEAD OF RESTARTING FROM THIS ONE.    *
079100***************************************************************** 
079200 1500-CLEAR-CHECKPOINT-FILE.                                      
079300     OPEN OUTPUT CEASER-CHECKPOINT-FILE.                          
079400     CLOSE CEASER-CHECKPOINT-FILE.                                
079500 1500-EXIT.                                                       
079600     EXIT.                                                        
079700*                                                                 
079800***************************************************************** 
079900* 1700-LOAD-AUDIT-SEQUENCE - PICK UP THE AUDIT CHAIN WHERE THE   *
080000* LAST RUN LEFT IT. AN EMPTY CEASAUDS MEANS NOTHING HAS BEEN     *
080100* STAMPED YET AND THE CHAIN STARTS FROM ZERO; A MISSING ONE      *
080200* STOPS THE RUN, SINCE WRITING ON WITHOUT IT WOULD RESTART THE   *
080300* SEQUENCE IN THE MIDDLE OF THE TRAIL.                           *
080400***************************************************************** 
080500 1700-LOAD-AUDIT-SEQUENCE.                                        
080600     OPEN INPUT CEASER-AUDIT-SEQ-FILE.                            
080700     IF CH-AUDS-FILE-STATUS NOT = "00"                            
080800         MOVE 0022 TO CH-MSG-NUMBER                               
080900         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
081000         DISPLAY "CEASCHG0022 - CEASAUDS OPEN FAILED, STATUS "    
081100             CH-AUDS-FILE-STATUS                                  
081200         MOVE 19 TO RETURN-CODE                                   
081300         GO TO 9900-ABEND-ROUTINE                                 
081400     END-IF.                                                      
081500     READ CEASER-AUDIT-SEQ-FILE                                   
081600         AT END                                                   
081700             MOVE ZERO TO AQ-LAST-SEQ-NO                          
081800             MOVE ZERO TO AQ-LAST-CHECK-VALUE                     
081900     END-READ.                                                    
082000     MOVE AQ-LAST-SEQ-NO TO CH-AUD-SEQ-NO.                        
082100     MOVE AQ-LAST-CHECK-VALUE TO CH-AUD-CHECK-VALUE.              
082200     CLOSE CEASER-AUDIT-SEQ-FILE.                                 
082300 1700-EXIT.                                                       
082400     EXIT.                                                        
082500*                                                                 
082600***************************************************************** 
082700* 1710-RESUME-AUDIT-CHAIN - ON A RESTART THE ABENDED RUN'S AUDIT *
082800* RECORDS ARE STILL ON THE DATASET ABOUT TO BE EXTENDED, BUT     *
082900* CEASAUDS WAS NEVER REWRITTEN. READ THE DATASET THROUGH AND     *
083000* CHAIN ON FROM ITS LAST STAMPED RECORD.                         *
083100***************************************************************** 
083200 1710-RESUME-AUDIT-CHAIN.                                         
083300     MOVE "N" TO CH-AUD-EOF-SWITCH.                               
083400     OPEN INPUT CEASER-AUDIT-FILE.                                
083500     PERFORM 1720-READ-ONE-AUDIT-RECORD THRU 1720-EXIT            
083600         UNTIL CH-AUD-EOF.                                        
083700     CLOSE CEASER-AUDIT-FILE.                                     
083800 1710-EXIT.                                                       
083900     EXIT.                                                        
084000*                                                                 
084100 1720-READ-ONE-AUDIT-RECORD.                                      
084200     READ CEASER-AUDIT-FILE                                       
084300         AT END                                                   
084400             SET CH-AUD-EOF TO TRUE                               
084500             GO TO 1720-EXIT                                      
084600     END-READ.                                                    
084700     IF CH-AUDIT-STAMPED                                          
084800         MOVE CH-AUDIT-SEQ-NO TO CH-AUD-SEQ-NO                    
084900         MOVE CH-AUDIT-CHECK-VALUE TO CH-AUD-CHECK-VALUE          
085000     END-IF.                                                      
085100 1720-EXIT.                                                       
085200     EXIT.                                                        
085300*                                                                 
085400***************************************************************** 
085500* 1750-SAVE-AUDIT-SEQUENCE - RECORD WHERE THE AUDIT CHAIN NOW    *
085600* ENDS, FOR THE NEXT RUN TO CONTINUE FROM AND FOR CEASAVF TO     *
085700* CHECK THE END OF THE TRAIL AGAINST.                            *
085800***************************************************************** 
085900 1750-SAVE-AUDIT-SEQUENCE.                                        
086000     ACCEPT CH-RUN-TIME FROM TIME.                                
086100     MOVE SPACES TO AUDIT-SEQUENCE-CONTROL-REC.                   
086200     MOVE CH-AUD-SEQ-NO TO AQ-LAST-SEQ-NO.                        
086300     MOVE CH-AUD-CHECK-VALUE TO AQ-LAST-CHECK-VALUE.              
086400     MOVE "CEASCHG" TO AQ-LAST-PROGRAM.                           
086500     MOVE CH-RUN-DATE TO AQ-LAST-DATE.                            
086600     MOVE CH-RUN-TIME(1:6) TO AQ-LAST-TIME.                       
086700     OPEN OUTPUT CEASER-AUDIT-SEQ-FILE.                           
086800     WRITE AUDIT-SEQUENCE-CONTROL-REC.                            
086900     CLOSE CEASER-AUDIT-SEQ-FILE.                                 
087000 1750-EXIT.                                                       
087100     EXIT.                                                        
087200*                                                                 
087300***************************************************************** 
087400* 1800-LOAD-FIELD-MAP - LOAD THE FIELD MAP CARDS (CEASFMAP)      *
087500* INTO THE MAP TABLE, CHECKING EACH ONE. A BAD CARD STOPS THE    *
087600* RUN BEFORE ANY RECORD IS TOUCHED - A WRONG MAP COULD SHIP A    *
087700* SENSITIVE COLUMN IN CLEAR. AN EMPTY FILE MEANS NO PARTNER IS   *
087800* ON FIELD-LEVEL CIPHERING, AND EVERY RECORD IS CIPHERED WHOLE.  *
087900***************************************************************** 
088000 1800-LOAD-FIELD-MAP.                                             
088100     OPEN INPUT FIELD-MAP-FILE.                                   
088200     IF CH-FMAP-FILE-STATUS NOT = "00"                            
088300         MOVE 0024 TO CH-MSG-NUMBER                               
088400         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
088500         DISPLAY "CEASCHG0024 - CEASFMAP OPEN FAILED, STATUS "    
088600             CH-FMAP-FILE-STATUS                                  
088700         MOVE 19 TO RETURN-CODE                                   
088800         GO TO 9900-ABEND-ROUTINE                                 
088900     END-IF.                                                      
089000     PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT.             
089100     PERFORM 1820-ADD-FIELD-MAP-CARD THRU 1820-EXIT               
089200         UNTIL CH-FMAP-EOF.                                       
089300     CLOSE FIELD-MAP-FILE.                                        
089400     IF CH-FMAP-COUNT > ZERO                                      
089500         DISPLAY "CEASCHG - FIELD MAPS LOADED FROM CEASFMAP "     
089600             CH-FMAP-COUNT                                        
089700     END-IF.                                                      
089800 1800-EXIT.                                                       
089900     EXIT.                                                        
090000*                                                                 
090100 1810-READ-FIELD-MAP-CARD.                                        
090200     READ FIELD-MAP-FILE                                          
090300         AT END                                                   
090400             SET CH-FMAP-EOF TO TRUE                              
090500         NOT AT END                                               
090600             ADD 1 TO CH-FMAP-CARD-NUMBER                         
090700     END-READ.                                                    
090800 1810-EXIT.                                                       
090900     EXIT.                                                        
091000*                                                                 
091100***************************************************************** 
091200* 1820-ADD-FIELD-MAP-CARD - ONE RANGE CARD. THE FIRST CARD OF A  *
091300* KEY-ID AND RECORD TYPE STARTS A NEW MAP; THE CARDS AFTER IT    *
091400* ADD THEIR RANGES TO THAT MAP.                                  *
091500***************************************************************** 
091600 1820-ADD-FIELD-MAP-CARD.                                         
091700     IF FM-COMMENT-CARD OR FIELD-MAP-CARD = SPACES                
091800         PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT          
091900         GO TO 1820-EXIT                                          
092000     END-IF.                                                      
092100     PERFORM 1830-CHECK-FIELD-MAP-CARD THRU 1830-EXIT.            
092200     IF CH-FMAP-COUNT = ZERO                                      
092300             OR FM-KEY-ID NOT = CH-FE-KEY-ID(CH-FMAP-COUNT)       
092400             OR FM-RECORD-TYPE NOT = CH-FE-TYPE(CH-FMAP-COUNT)    
092500         PERFORM 1840-START-FIELD-MAP THRU 1840-EXIT              
092600     END-IF.                                                      
092700     MOVE CH-FMAP-COUNT TO CH-FMAP-FI.                            
092800     IF FM-RECORD-TYPE NOT = SPACES                               
092900         IF FM-TYPE-START NOT = CH-FE-TYPE-START(CH-FMAP-FI)      
093000            OR FM-TYPE-LENGTH NOT = CH-FE-TYPE-LENGTH(CH-FMAP-FI) 
093100             MOVE "TYPE COLUMNS DIFFER FROM THE MAP'S FIRST CARD" 
093200                 TO CH-FMAP-REASON                                
093300             GO TO 1890-REJECT-FIELD-MAP-CARD                     
093400         END-IF                                                   
093500     END-IF.                                                      
093600     IF CH-FE-RANGE-COUNT(CH-FMAP-FI) = CH-FMAP-MAX-RANGES        
093700         MOVE "MORE THAN 20 RANGES IN ONE MAP" TO CH-FMAP-REASON  
093800         GO TO 1890-REJECT-FIELD-MAP-CARD                         
093900     END-IF.                                                      
094000     ADD 1 TO CH-FE-RANGE-COUNT(CH-FMAP-FI).                      
094100     MOVE CH-FE-RANGE-COUNT(CH-FMAP-FI) TO CH-FMAP-RI.            
094200     MOVE FM-RANGE-FROM TO CH-FE-FROM(CH-FMAP-FI, CH-FMAP-RI).    
094300     COMPUTE CH-FE-LENGTH(CH-FMAP-FI, CH-FMAP-RI) =               
094400         FM-RANGE-TO - FM-RANGE-FROM + 1.                         
094500     PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT.             
094600 1820-EXIT.                                                       
094700     EXIT.                                                        
094800*                                                                 
094900***************************************************************** 
095000* 1830-CHECK-FIELD-MAP-CARD - THE RANGE MUST LIE IN COLUMNS      *
095100* 1-2000. A CARD WITH A RECORD TYPE MUST SAY WHERE THE TYPE      *
095200* SITS, AND THE RANGE MUST NOT COVER IT - THE TYPE HAS TO BE     *
095300* READABLE IN CLEAR TO FIND THE MAP AGAIN ON THE WAY BACK. A     *
095400* CARD WITH NO RECORD TYPE MUST NAME ITS KEY-ID.                 *
095500***************************************************************** 
095600 1830-CHECK-FIELD-MAP-CARD.                                       
095700     IF FM-RANGE-FROM NOT NUMERIC OR FM-RANGE-TO NOT NUMERIC      
095800         MOVE "RANGE COLUMNS NOT NUMERIC" TO CH-FMAP-REASON       
095900         GO TO 1890-REJECT-FIELD-MAP-CARD                         
096000     END-IF.                                                      
096100     IF FM-RANGE-FROM < 1 OR FM-RANGE-TO > 2000                   
096200             OR FM-RANGE-FROM > FM-RANGE-TO                       
096300         MOVE "RANGE NOT WITHIN COLUMNS 1-2000" TO CH-FMAP-REASON 
096400         GO TO 1890-REJECT-FIELD-MAP-CARD                         
096500     END-IF.                                                      
096600     IF FM-RECORD-TYPE = SPACES                                   
096700         IF FM-KEY-ID = SPACES                                    
096800             MOVE "NEITHER A KEY-ID NOR A RECORD TYPE GIVEN"      
096900                 TO CH-FMAP-REASON                                
097000             GO TO 1890-REJECT-FIELD-MAP-CARD                     
097100         END-IF                                                   
097200         GO TO 1830-EXIT                                          
097300     END-IF.                                                      
097400     IF FM-TYPE-START NOT NUMERIC OR FM-TYPE-LENGTH NOT NUMERIC   
097500         MOVE "RECORD TYPE COLUMNS NOT NUMERIC" TO CH-FMAP-REASON 
097600         GO TO 1890-REJECT-FIELD-MAP-CARD                         
097700     END-IF.                                                      
097800     IF FM-TYPE-START < 1 OR FM-TYPE-START > 2000                 
097900             OR FM-TYPE-LENGTH < 1 OR FM-TYPE-LENGTH > 8          
098000         MOVE "RECORD TYPE COLUMNS NOT VALID" TO CH-FMAP-REASON   
098100         GO TO 1890-REJECT-FIELD-MAP-CARD                         
098200     END-IF.                                                      
098300     COMPUTE CH-FMAP-END = FM-TYPE-START + FM-TYPE-LENGTH - 1.    
098400     IF CH-FMAP-END > 2000                                        
098500         MOVE "RECORD TYPE COLUMNS NOT VALID" TO CH-FMAP-REASON   
098600         GO TO 1890-REJECT-FIELD-MAP-CARD                         
098700     END-IF.                                                      
098800     IF FM-TYPE-LENGTH < 8                                        
098900         IF FM-RECORD-TYPE(FM-TYPE-LENGTH + 1:8 - FM-TYPE-LENGTH) 
099000                 NOT = SPACES                                     
099100             MOVE "RECORD TYPE LONGER THAN ITS COLUMNS"           
099200                 TO CH-FMAP-REASON                                
099300             GO TO 1890-REJECT-FIELD-MAP-CARD                     
099400         END-IF                                                   
099500     END-IF.                                                      
099600     IF FM-RANGE-FROM NOT > CH-FMAP-END                           
099700             AND FM-RANGE-TO NOT < FM-TYPE-START                  
099800         MOVE "RANGE COVERS THE RECORD TYPE COLUMNS"              
099900             TO CH-FMAP-REASON                                    
100000         GO TO 1890-REJECT-FIELD-MAP-CARD                         
100100     END-IF.                                                      
100200 1830-EXIT.                                                       
100300     EXIT.                                                        
100400*                                                                 
100500***************************************************************** 
100600* 1840-START-FIELD-MAP - OPEN A NEW MAP IN THE TABLE. A KEY-ID   *
100700* AND RECORD TYPE ALREADY MAPPED FURTHER UP MEANS THE CARDS OF   *
100800* ONE MAP ARE SPLIT, WHICH IS REJECTED RATHER THAN GUESSED AT.   *
100900***************************************************************** 
101000 1840-START-FIELD-MAP.                                            
101100     PERFORM 1850-CHECK-ONE-EARLIER-MAP THRU 1850-EXIT            
101200         VARYING CH-FMAP-FI FROM 1 BY 1                           
101300         UNTIL CH-FMAP-FI > CH-FMAP-COUNT.                        
101400     IF CH-FMAP-COUNT = CH-FMAP-MAX-MAPS                          
101500         MOVE "MORE THAN 100 MAPS" TO CH-FMAP-REASON              
101600         GO TO 1890-REJECT-FIELD-MAP-CARD                         
101700     END-IF.                                                      
101800     ADD 1 TO CH-FMAP-COUNT.                                      
101900     MOVE FM-KEY-ID TO CH-FE-KEY-ID(CH-FMAP-COUNT).               
102000     MOVE FM-RECORD-TYPE TO CH-FE-TYPE(CH-FMAP-COUNT).            
102100     MOVE ZERO TO CH-FE-RANGE-COUNT(CH-FMAP-COUNT).               
102200     IF FM-RECORD-TYPE = SPACES                                   
102300         MOVE ZERO TO CH-FE-TYPE-START(CH-FMAP-COUNT)             
102400         MOVE ZERO TO CH-FE-TYPE-LENGTH(CH-FMAP-COUNT)            
102500     ELSE                                                         
102600         MOVE FM-TYPE-START TO CH-FE-TYPE-START(CH-FMAP-COUNT)    
102700         MOVE FM-TYPE-LENGTH TO CH-FE-TYPE-LENGTH(CH-FMAP-COUNT)  
102800     END-IF.                                                      
102900 1840-EXIT.                                                       
103000     EXIT.                                                        
103100*                                                                 
103200 1850-CHECK-ONE-EARLIER-MAP.                                      
103300     IF CH-FE-KEY-ID(CH-FMAP-FI) = FM-KEY-ID                      
103400             AND CH-FE-TYPE(CH-FMAP-FI) = FM-RECORD-TYPE          
103500         MOVE "MAP REPEATED - KEEP ITS CARDS TOGETHER"            
103600             TO CH-FMAP-REASON                                    
103700         GO TO 1890-REJECT-FIELD-MAP-CARD                         
103800     END-IF.                                                      
103900 1850-EXIT.                                                       
104000     EXIT.                                                        
104100*                                                                 
104200 1890-REJECT-FIELD-MAP-CARD.                                      
104300     MOVE 0025 TO CH-MSG-NUMBER.                                  
104400     PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT.                    
104500     DISPLAY "CEASCHG0025 - CEASFMAP CARD " CH-FMAP-CARD-NUMBER   
104600         " REJECTED - " CH-FMAP-REASON.                           
104700     CLOSE FIELD-MAP-FILE.                                        
104800     MOVE 16 TO RETURN-CODE.                                      
104900     GO TO 9900-ABEND-ROUTINE.                                    
105000 1890-EXIT.                                                       
105100     EXIT.                                                        
105200*                                                                 
105300***************************************************************** 
105400* 2000-PROCESS-FILE - PROCESS ONE INPUT RECORD: VALIDATE AND     *
105500* REGENERATE THE CONTROL RECORDS, REJECT A MULTI-PARTNER FILE,   *
105600* AND RE-ENCIPHER EVERY DATA MESSAGE.                            *
105700***************************************************************** 
105800 2000-PROCESS-FILE.                                               
105900     EVALUATE TRUE                                                
106000         WHEN CH-INPUT-REC(1:5) = "*HDR "                         
106100             PERFORM 2400-PROCESS-INPUT-HEADER THRU 2400-EXIT     
106200         WHEN CH-INPUT-REC(1:5) = "*TRL "                         
106300             PERFORM 2500-PROCESS-INPUT-TRAILER THRU 2500-EXIT    
106400         WHEN CH-INPUT-REC(1:5) = "*KEY "                         
106500             MOVE 0008 TO CH-MSG-NUMBER                           
106600             PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT             
106700             DISPLAY "CEASCHG0008 - MULTI-PARTNER FILE - RUN "    
106800                 "THE CHANGEOVER AGAINST EACH PARTNER FILE"       
106900             MOVE 23 TO RETURN-CODE                               
107000             GO TO 9900-ABEND-ROUTINE                             
107100         WHEN OTHER                                               
107200             PERFORM 2010-RECIPHER-ONE-RECORD THRU 2010-EXIT      
107300     END-EVALUATE.                                                
107400     ADD 1 TO CH-RECORD-COUNT.                                    
107500     DIVIDE CH-RECORD-COUNT BY CH-CKPT-INTERVAL                   
107600         GIVING CH-CKPT-QUOTIENT                                  
107700         REMAINDER CH-CKPT-REMAINDER.                             
107800     IF CH-CKPT-REMAINDER = ZERO                                  
107900         PERFORM 1400-WRITE-CHECKPOINT-RECORD THRU 1400-EXIT      
108000     END-IF.                                                      
108100     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.               
108200 2000-EXIT.                                                       
108300     EXIT.                                                        
108400*                                                                 
108500***************************************************************** 
108600* 2010-RECIPHER-ONE-RECORD - DECRYPT THE MESSAGE UNDER THE OLD   *
108700* KEY AND IMMEDIATELY RE-ENCRYPT IT UNDER THE NEW ONE. THE       *
108800* PLAINTEXT EXISTS ONLY IN WORKING STORAGE BETWEEN THE TWO       *
108900* LEGS - IT IS NEVER WRITTEN ANYWHERE.                           *
109000***************************************************************** 
109100 2010-RECIPHER-ONE-RECORD.                                        
109200     IF NOT CH-HDR-SEEN                                           
109300         MOVE 0009 TO CH-MSG-NUMBER                               
109400         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
109500         DISPLAY "CEASCHG0009 - CHGIN DOES NOT LEAD WITH A "      
109600             "*HDR CONTROL HEADER"                                
109700         MOVE 21 TO RETURN-CODE                                   
109800         GO TO 9900-ABEND-ROUTINE                                 
109900     END-IF.                                                      
110000     IF CH-TRL-SEEN                                               
110100         MOVE 0013 TO CH-MSG-NUMBER                               
110200         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
110300         DISPLAY "CEASCHG0013 - DATA RECORD AFTER THE *TRL "      
110400             "CONTROL TRAILER"                                    
110500         MOVE 21 TO RETURN-CODE                                   
110600         GO TO 9900-ABEND-ROUTINE                                 
110700     END-IF.                                                      
110800     MOVE SPACES TO CH-MYSTRING.                                  
110900     MOVE CH-INPUT-REC(1:CH-IN-LENGTH) TO CH-MYSTRING.            
111000     PERFORM 2020-FIND-MESSAGE-LENGTH THRU 2020-EXIT.             
111100     ADD 1 TO CH-IN-DATA-COUNT.                                   
111200     MOVE 1 TO CH-HI.                                             
111300     PERFORM 3310-HASH-ONE-INPUT-CHAR THRU 3310-EXIT              
111400         CH-STRE TIMES.                                           
111500     MOVE CH-OLD-SHIFT TO CH-SHIFT.                               
111600     MOVE CH-OLD-DIGIT TO CH-DIGIT-SWITCH.                        
111700     MOVE CH-OLD-KEY-ID TO CH-FMAP-KEY-ID.                        
111800     PERFORM 3100-DECRYPT-MESSAGE THRU 3100-EXIT.                 
111900     MOVE CH-RESULT TO CH-MYSTRING.                               
112000     MOVE CH-NEW-SHIFT TO CH-SHIFT.                               
112100     MOVE CH-NEW-DIGIT TO CH-DIGIT-SWITCH.                        
112200     MOVE CH-NEW-KEY-ID TO CH-FMAP-KEY-ID.                        
112300     PERFORM 3000-ENCRYPT-MESSAGE THRU 3000-EXIT.                 
112400     MOVE 1 TO CH-HI.                                             
112500     PERFORM 3320-HASH-ONE-OUTPUT-CHAR THRU 3320-EXIT             
112600         CH-STRE TIMES.                                           
112700     MOVE CH-RESULT TO CH-OUTPUT-REC.                             
112800     MOVE CH-STRE TO CH-OUT-LENGTH.                               
112900     WRITE CH-OUTPUT-REC.                                         
113000     ADD 1 TO CH-OUT-REC-COUNT.                                   
113100     PERFORM 3900-WRITE-AUDIT-RECORD THRU 3900-EXIT.              
113200 2010-EXIT.                                                       
113300     EXIT.                                                        
113400*                                                                 
113500***************************************************************** 
113600* 2020-FIND-MESSAGE-LENGTH - THE REAL TEXT LENGTH IS THE RECORD  *
113700* LENGTH LESS TRAILING PAD SPACES. AN ALL-BLANK MESSAGE IS       *
113800* CARRIED AS A SINGLE SPACE, NEVER A ZERO-LENGTH RECORD.         *
113900***************************************************************** 
114000 2020-FIND-MESSAGE-LENGTH.                                        
114100     MOVE CH-IN-LENGTH TO CH-STRE.                                
114200     MOVE "N" TO CH-TRIM-SWITCH.                                  
114300     PERFORM 2030-DROP-ONE-TRAILING-SPACE THRU 2030-EXIT          
114400         UNTIL CH-TRIM-DONE OR CH-STRE = ZERO.                    
114500     IF CH-STRE = ZERO                                            
114600         MOVE 1 TO CH-STRE                                        
114700     END-IF.                                                      
114800 2020-EXIT.                                                       
114900     EXIT.                                                        
115000*                                                                 
115100 2030-DROP-ONE-TRAILING-SPACE.                                    
115200     IF CH-MYSTRING(CH-STRE:1) = SPACE                            
115300         SUBTRACT 1 FROM CH-STRE                                  
115400     ELSE                                                         
115500         SET CH-TRIM-DONE TO TRUE                                 
115600     END-IF.                                                      
115700 2030-EXIT.                                                       
115800     EXIT.                                                        
115900*                                                                 
116000 2100-READ-INPUT-RECORD.                                          
116100     READ CHANGE-INPUT-FILE                                       
116200         AT END                                                   
116300             SET CH-END-OF-INPUT TO TRUE                          
116400     END-READ.                                                    
116500 2100-EXIT.                                                       
116600     EXIT.                                                        
116700*                                                                 
116800***************************************************************** 
116900* 2400-PROCESS-INPUT-HEADER - THE *HDR CONTROL HEADER MUST BE    *
117000* THE FIRST RECORD OF THE FILE. CARRY ITS FEED ID FORWARD AND    *
117100* WRITE THE MATCHING HEADER ON CHGOUT, STAMPED WITH THIS RUN'S   *
117200* DATE.                                                          *
117300***************************************************************** 
117400 2400-PROCESS-INPUT-HEADER.                                       
117500     IF CH-HDR-SEEN OR CH-RECORD-COUNT > ZERO                     
117600         MOVE 0009 TO CH-MSG-NUMBER                               
117700         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
117800         DISPLAY "CEASCHG0009 - *HDR CONTROL HEADER IS NOT THE "  
117900             "FIRST RECORD"                                       
118000         MOVE 21 TO RETURN-CODE                                   
118100         GO TO 9900-ABEND-ROUTINE                                 
118200     END-IF.                                                      
118300     SET CH-HDR-SEEN TO TRUE.                                     
118400     MOVE CH-INPUT-REC(6:8) TO CH-OUT-HDR-FEED-ID.                
118500     IF CH-INPUT-REC(15:8) NUMERIC                                
118600         MOVE CH-INPUT-REC(15:8) TO CH-HDR-FILE-DATE              
118700     END-IF.                                                      
118800     MOVE CH-RUN-DATE TO CH-OUT-HDR-DATE.                         
118900     MOVE 22 TO CH-OUT-LENGTH.                                    
119000     MOVE CH-OUT-HEADER-REC TO CH-OUTPUT-REC.                     
119100     WRITE CH-OUTPUT-REC.                                         
119200     ADD 1 TO CH-OUT-REC-COUNT.                                   
119300 2400-EXIT.                                                       
119400     EXIT.                                                        
119500*                                                                 
119600***************************************************************** 
119700* 2500-PROCESS-INPUT-TRAILER - RECONCILE THE *TRL COUNT AND      *
119800* HASH AGAINST WHAT THIS RUN ACTUALLY READ, THEN WRITE THE       *
119900* MATCHING TRAILER ON CHGOUT WITH THE NEW-KEY HASH.              *
120000***************************************************************** 
120100 2500-PROCESS-INPUT-TRAILER.                                      
120200     IF NOT CH-HDR-SEEN                                           
120300         MOVE 0009 TO CH-MSG-NUMBER                               
120400         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
120500         DISPLAY "CEASCHG0009 - CHGIN DOES NOT LEAD WITH A "      
120600             "*HDR CONTROL HEADER"                                
120700         MOVE 21 TO RETURN-CODE                                   
120800         GO TO 9900-ABEND-ROUTINE                                 
120900     END-IF.                                                      
121000     IF CH-TRL-SEEN                                               
121100         MOVE 0013 TO CH-MSG-NUMBER                               
121200         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
121300         DISPLAY "CEASCHG0013 - MORE THAN ONE *TRL CONTROL "      
121400             "TRAILER"                                            
121500         MOVE 21 TO RETURN-CODE                                   
121600         GO TO 9900-ABEND-ROUTINE                                 
121700     END-IF.                                                      
121800     IF CH-INPUT-REC(6:8) NOT NUMERIC                             
121900             OR CH-INPUT-REC(15:12) NOT NUMERIC                   
122000         MOVE 0014 TO CH-MSG-NUMBER                               
122100         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
122200         DISPLAY "CEASCHG0014 - *TRL CONTROL TRAILER IS "         
122300             "MALFORMED"                                          
122400         MOVE 21 TO RETURN-CODE                                   
122500         GO TO 9900-ABEND-ROUTINE                                 
122600     END-IF.                                                      
122700     MOVE CH-INPUT-REC(6:8) TO CH-TRL-COUNT-IN.                   
122800     MOVE CH-INPUT-REC(15:12) TO CH-TRL-HASH-IN.                  
122900     IF CH-TRL-COUNT-IN NOT = CH-IN-DATA-COUNT                    
123000         MOVE 0010 TO CH-MSG-NUMBER                               
123100         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
123200         DISPLAY "CEASCHG0010 - TRAILER COUNT " CH-TRL-COUNT-IN   
123300             " DOES NOT MATCH " CH-IN-DATA-COUNT                  
123400             " DATA RECORDS READ"                                 
123500         MOVE 21 TO RETURN-CODE                                   
123600         GO TO 9900-ABEND-ROUTINE                                 
123700     END-IF.                                                      
123800     IF CH-TRL-HASH-IN NOT = CH-IN-HASH                           
123900         MOVE 0011 TO CH-MSG-NUMBER                               
124000         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
124100         DISPLAY "CEASCHG0011 - TRAILER HASH " CH-TRL-HASH-IN     
124200             " DOES NOT MATCH COMPUTED " CH-IN-HASH               
124300         MOVE 21 TO RETURN-CODE                                   
124400         GO TO 9900-ABEND-ROUTINE                                 
124500     END-IF.                                                      
124600     SET CH-TRL-SEEN TO TRUE.                                     
124700     MOVE CH-IN-DATA-COUNT TO CH-OUT-TRL-COUNT.                   
124800     MOVE CH-OUT-HASH TO CH-OUT-TRL-HASH.                         
124900     MOVE 26 TO CH-OUT-LENGTH.                                    
125000     MOVE CH-OUT-TRAILER-REC TO CH-OUTPUT-REC.                    
125100     WRITE CH-OUTPUT-REC.                                         
125200     ADD 1 TO CH-OUT-REC-COUNT.                                   
125300 2500-EXIT.                                                       
125400     EXIT.                                                        
125500*                                                                 
125600***************************************************************** 
125700* 2900-VALIDATE-SHIFT-VALUE - REJECT AN OUT-OF-RANGE SHIFT       *
125800* BEFORE A SINGLE CHARACTER GETS TRANSFORMED.                    *
125900***************************************************************** 
126000 2900-VALIDATE-SHIFT-VALUE.                                       
126100     IF CH-SHIFT < 1 OR CH-SHIFT > 25                             
126200         MOVE 0004 TO CH-MSG-NUMBER                               
126300         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
126400         DISPLAY "CEASCHG0004 - SHIFT " CH-SHIFT " NOT IN 1-25"   
126500         MOVE 20 TO RETURN-CODE                                   
126600         GO TO 9900-ABEND-ROUTINE                                 
126700     END-IF.                                                      
126800 2900-EXIT.                                                       
126900     EXIT.                                                        
127000*                                                                 
127100***************************************************************** 
127200* 3000-ENCRYPT-MESSAGE - ROTATE EACH CHARACTER OF CH-MYSTRING    *
127300* FORWARD BY CH-SHIFT POSITIONS, RESULT IN CH-RESULT. SAME       *
127400* TRANSFORM AS CEASER'S ENCRYPT - KEEP THE TWO IN STEP BY HAND   *
127500* IF EITHER CHANGES. WHEN A FIELD MAP COVERS THE MESSAGE UNDER   *
127600* CH-FMAP-KEY-ID, ONLY ITS COLUMNS CHANGE (3400).                *
127700***************************************************************** 
127800 3000-ENCRYPT-MESSAGE.                                            
127900     PERFORM 2900-VALIDATE-SHIFT-VALUE THRU 2900-EXIT.            
128000     MOVE CH-MYSTRING TO CH-TEMP.                                 
128100     MOVE 1 TO CH-IL.                                             
128200     MOVE SPACES TO CH-RESULT.                                    
128300     PERFORM 3010-SHIFT-ONE-CHARACTER THRU 3010-EXIT              
128400         CH-STRE TIMES.                                           
128500     PERFORM 3400-APPLY-FIELD-MAP THRU 3400-EXIT.                 
128600 3000-EXIT.                                                       
128700     EXIT.                                                        
128800*                                                                 
128900 3010-SHIFT-ONE-CHARACTER.                                        
129000     MOVE CH-TEMP(CH-IL:1) TO CH-TEMPC.                           
129100     MOVE FUNCTION ORD(CH-TEMPC) TO CH-ASCIIV.                    
129200     IF CH-ASCIIV > 65 AND CH-ASCIIV < 92                         
129300         ADD CH-SHIFT TO CH-ASCIIV                                
129400         IF CH-ASCIIV > 91                                        
129500             SUBTRACT 91 FROM CH-ASCIIV                           
129600             ADD 65 TO CH-ASCIIV                                  
129700         END-IF                                                   
129800         MOVE FUNCTION CHAR(CH-ASCIIV) TO CH-TEMPC                
129900     END-IF.                                                      
130000     IF CH-ASCIIV > 97 AND CH-ASCIIV < 124                        
130100         ADD CH-SHIFT TO CH-ASCIIV                                
130200         IF CH-ASCIIV > 123                                       
130300             SUBTRACT 123 FROM CH-ASCIIV                          
130400             ADD 97 TO CH-ASCIIV                                  
130500         END-IF                                                   
130600         MOVE FUNCTION CHAR(CH-ASCIIV) TO CH-TEMPC                
130700     END-IF.                                                      
130800     IF CH-DIGITS-ON AND CH-ASCIIV > 48 AND CH-ASCIIV < 59        
130900         SUBTRACT 49 FROM CH-ASCIIV                               
131000         ADD CH-SHIFT TO CH-ASCIIV                                
131100         DIVIDE CH-ASCIIV BY 10 GIVING CH-DIGIT-QUOT              
131200             REMAINDER CH-DIGIT-REM                               
131300         ADD 49 TO CH-DIGIT-REM GIVING CH-ASCIIV                  
131400         MOVE FUNCTION CHAR(CH-ASCIIV) TO CH-TEMPC                
131500     END-IF.                                                      
131600     STRING CH-TEMPC DELIMITED BY SIZE                            
131700         INTO CH-RESULT WITH POINTER CH-IL.                       
131800 3010-EXIT.                                                       
131900     EXIT.                                                        
132000*                                                                 
132100***************************************************************** 
132200* 3100-DECRYPT-MESSAGE - ROTATE EACH CHARACTER OF CH-MYSTRING    *
132300* BACKWARD BY CH-SHIFT POSITIONS, RESULT IN CH-RESULT. SAME      *
132400* TRANSFORM AS CEASER'S DECRYPT - KEEP THE TWO IN STEP BY HAND   *
132500* IF EITHER CHANGES. WHEN A FIELD MAP COVERS THE MESSAGE UNDER   *
132600* CH-FMAP-KEY-ID, ONLY ITS COLUMNS CHANGE (3400).                *
132700***************************************************************** 
132800 3100-DECRYPT-MESSAGE.                                            
132900     PERFORM 2900-VALIDATE-SHIFT-VALUE THRU 2900-EXIT.            
133000     MOVE CH-MYSTRING TO CH-TEMP.                                 
133100     MOVE 1 TO CH-IL.                                             
133200     MOVE SPACES TO CH-RESULT.                                    
133300     PERFORM 3110-UNSHIFT-ONE-CHARACTER THRU 3110-EXIT            
133400         CH-STRE TIMES.                                           
133500     PERFORM 3400-APPLY-FIELD-MAP THRU 3400-EXIT.                 
133600 3100-EXIT.                                                       
133700     EXIT.                                                        
133800*                                                                 
133900 3110-UNSHIFT-ONE-CHARACTER.                                      
134000     MOVE CH-TEMP(CH-IL:1) TO CH-TEMPC.                           
134100     MOVE FUNCTION ORD(CH-TEMPC) TO CH-ASCIIV.                    
134200     IF CH-ASCIIV > 65 AND CH-ASCIIV < 92                         
134300         SUBTRACT CH-SHIFT FROM CH-ASCIIV                         
134400         IF CH-ASCIIV < 66                                        
134500             SUBTRACT CH-ASCIIV FROM 66 GIVING CH-WRAP            
134600             SUBTRACT CH-WRAP FROM 92 GIVING CH-ASCIIV            
134700         END-IF                                                   
134800         MOVE FUNCTION CHAR(CH-ASCIIV) TO CH-TEMPC                
134900     END-IF.                                                      
135000     IF CH-ASCIIV > 97 AND CH-ASCIIV < 124                        
135100         SUBTRACT CH-SHIFT FROM CH-ASCIIV                         
135200         IF CH-ASCIIV < 98                                        
135300             SUBTRACT CH-ASCIIV FROM 98 GIVING CH-WRAP            
135400             SUBTRACT CH-WRAP FROM 124 GIVING CH-ASCIIV           
135500         END-IF                                                   
135600         MOVE FUNCTION CHAR(CH-ASCIIV) TO CH-TEMPC                
135700     END-IF.                                                      
135800     IF CH-DIGITS-ON AND CH-ASCIIV > 48 AND CH-ASCIIV < 59        
135900         SUBTRACT 49 FROM CH-ASCIIV                               
136000         ADD 30 TO CH-ASCIIV                                      
136100         SUBTRACT CH-SHIFT FROM CH-ASCIIV                         
136200         DIVIDE CH-ASCIIV BY 10 GIVING CH-DIGIT-QUOT              
136300             REMAINDER CH-DIGIT-REM                               
136400         ADD 49 TO CH-DIGIT-REM GIVING CH-ASCIIV                  
136500         MOVE FUNCTION CHAR(CH-ASCIIV) TO CH-TEMPC                
136600     END-IF.                                                      
136700     STRING CH-TEMPC DELIMITED BY SIZE                            
136800         INTO CH-RESULT WITH POINTER CH-IL.                       
136900 3110-EXIT.                                                       
137000     EXIT.                                                        
137100*                                                                 
137200 3310-HASH-ONE-INPUT-CHAR.                                        
137300     MOVE CH-MYSTRING(CH-HI:1) TO CH-HASHC.                       
137400     MOVE FUNCTION ORD(CH-HASHC) TO CH-HASHV.                     
137500     ADD CH-HASHV TO CH-IN-HASH.                                  
137600     ADD 1 TO CH-HI.                                              
137700 3310-EXIT.                                                       
137800     EXIT.                                                        
137900*                                                                 
138000 3320-HASH-ONE-OUTPUT-CHAR.                                       
138100     MOVE CH-RESULT(CH-HI:1) TO CH-HASHC.                         
138200     MOVE FUNCTION ORD(CH-HASHC) TO CH-HASHV.                     
138300     ADD CH-HASHV TO CH-OUT-HASH.                                 
138400     ADD 1 TO CH-HI.                                              
138500 3320-EXIT.                                                       
138600     EXIT.                                                        
138700*                                                                 
138800***************************************************************** 
138900* 3400-APPLY-FIELD-MAP - FIELD-LEVEL CIPHERING. CH-RESULT        *
139000* HOLDS THE WHOLE MESSAGE TRANSFORMED. WHEN A FIELD MAP COVERS   *
139100* THE MESSAGE UNDER CH-FMAP-KEY-ID, ONLY ITS RANGES KEEP         *
139200* THE TRANSFORMED TEXT AND EVERY OTHER COLUMN GOES BACK TO WHAT  *
139300* CAME IN - SO THE CIPHERED COLUMNS ARE EXACTLY WHAT A WHOLE-    *
139400* RECORD CIPHER WOULD HAVE GIVEN. THE RECORD TYPE IS READ FROM   *
139500* THE INCOMING TEXT, SO WHATEVER MAP IS USED - OR NONE, WHEN     *
139600* THE MESSAGE IS CIPHERED WHOLE - THE TYPE COLUMNS OF EVERY      *
139700* TYPED MAP THAT CAN APPLY UNDER THE KEY-ID ARE THEN PUT BACK    *
139800* AS THEY CAME IN (3430). THEY ARE NEVER CIPHERED, EVEN WHERE    *
139900* ANOTHER MAP'S RANGE COVERS THEM, SO THE DECRYPT READS THE      *
140000* SAME TYPE THE ENCRYPT DID AND PICKS THE SAME MAP. A RECORD     *
140100* TOO SHORT TO CARRY ITS TYPE MATCHES NO TYPED MAP.              *
140200***************************************************************** 
140300 3400-APPLY-FIELD-MAP.                                            
140400     IF CH-FMAP-COUNT = ZERO                                      
140500         GO TO 3400-EXIT                                          
140600     END-IF.                                                      
140700     MOVE ZERO TO CH-FMAP-HIT.                                    
140800     MOVE 9 TO CH-FMAP-RANK.                                      
140900     PERFORM 3410-RANK-ONE-FIELD-MAP THRU 3410-EXIT               
141000         VARYING CH-FMAP-FI FROM 1 BY 1                           
141100         UNTIL CH-FMAP-FI > CH-FMAP-COUNT OR CH-FMAP-RANK = 1.    
141200     IF CH-FMAP-HIT NOT = ZERO                                    
141300         MOVE CH-RESULT TO CH-FIELD-HOLD                          
141400         MOVE CH-MYSTRING(1:CH-STRE)                              
141500             TO CH-RESULT(1:CH-STRE)                              
141600         PERFORM 3420-TAKE-ONE-RANGE THRU 3420-EXIT               
141700             VARYING CH-FMAP-RI FROM 1 BY 1                       
141800             UNTIL CH-FMAP-RI > CH-FE-RANGE-COUNT(CH-FMAP-HIT)    
141900         ADD 1 TO CH-FMAP-MSG-COUNT                               
142000     END-IF.                                                      
142100     PERFORM 3430-KEEP-TYPE-COLUMNS THRU 3430-EXIT                
142200         VARYING CH-FMAP-FI FROM 1 BY 1                           
142300         UNTIL CH-FMAP-FI > CH-FMAP-COUNT.                        
142400 3400-EXIT.                                                       
142500     EXIT.                                                        
142600*                                                                 
142700 3410-RANK-ONE-FIELD-MAP.                                         
142800     IF CH-FE-TYPE(CH-FMAP-FI) = SPACES                           
142900         IF CH-FE-KEY-ID(CH-FMAP-FI) = CH-FMAP-KEY-ID             
143000                 AND CH-FMAP-RANK > 2                             
143100             MOVE CH-FMAP-FI TO CH-FMAP-HIT                       
143200             MOVE 2 TO CH-FMAP-RANK                               
143300         END-IF                                                   
143400         GO TO 3410-EXIT                                          
143500     END-IF.                                                      
143600     IF CH-FE-KEY-ID(CH-FMAP-FI) NOT = CH-FMAP-KEY-ID             
143700             AND CH-FE-KEY-ID(CH-FMAP-FI) NOT = SPACES            
143800         GO TO 3410-EXIT                                          
143900     END-IF.                                                      
144000     COMPUTE CH-FMAP-END = CH-FE-TYPE-START(CH-FMAP-FI)           
144100         + CH-FE-TYPE-LENGTH(CH-FMAP-FI) - 1.                     
144200     IF CH-FMAP-END > CH-STRE                                     
144300         GO TO 3410-EXIT                                          
144400     END-IF.                                                      
144500     MOVE CH-FE-TYPE-START(CH-FMAP-FI) TO CH-FMAP-POS.            
144600     MOVE CH-FE-TYPE-LENGTH(CH-FMAP-FI) TO CH-FMAP-SPAN.          
144700     IF CH-MYSTRING(CH-FMAP-POS:CH-FMAP-SPAN)                     
144800             NOT = CH-FE-TYPE(CH-FMAP-FI)(1:CH-FMAP-SPAN)         
144900         GO TO 3410-EXIT                                          
145000     END-IF.                                                      
145100     IF CH-FE-KEY-ID(CH-FMAP-FI) = CH-FMAP-KEY-ID                 
145200         MOVE CH-FMAP-FI TO CH-FMAP-HIT                           
145300         MOVE 1 TO CH-FMAP-RANK                                   
145400     ELSE                                                         
145500         IF CH-FMAP-RANK > 3                                      
145600             MOVE CH-FMAP-FI TO CH-FMAP-HIT                       
145700             MOVE 3 TO CH-FMAP-RANK                               
145800         END-IF                                                   
145900     END-IF.                                                      
146000 3410-EXIT.                                                       
146100     EXIT.                                                        
146200*                                                                 
146300 3420-TAKE-ONE-RANGE.                                             
146400     MOVE CH-FE-FROM(CH-FMAP-HIT, CH-FMAP-RI) TO CH-FMAP-POS.     
146500     IF CH-FMAP-POS > CH-STRE                                     
146600         GO TO 3420-EXIT                                          
146700     END-IF.                                                      
146800     MOVE CH-FE-LENGTH(CH-FMAP-HIT, CH-FMAP-RI) TO CH-FMAP-SPAN.  
146900     IF CH-FMAP-POS + CH-FMAP-SPAN - 1 > CH-STRE                  
147000         COMPUTE CH-FMAP-SPAN = CH-STRE - CH-FMAP-POS + 1         
147100     END-IF.                                                      
147200     MOVE CH-FIELD-HOLD(CH-FMAP-POS:CH-FMAP-SPAN)                 
147300         TO CH-RESULT(CH-FMAP-POS:CH-FMAP-SPAN).                  
147400 3420-EXIT.                                                       
147500     EXIT.                                                        
147600*                                                                 
147700***************************************************************** 
147800* 3430-KEEP-TYPE-COLUMNS - PUT BACK THE INCOMING TEXT IN THE     *
147900* TYPE COLUMNS OF ONE TYPED MAP THAT CAN APPLY UNDER THE KEY-ID  *
148000* - ITS OWN OR AN ANY-KEY MAP - AS FAR AS THE MESSAGE REACHES.   *
148100***************************************************************** 
148200 3430-KEEP-TYPE-COLUMNS.                                          
148300     IF CH-FE-TYPE(CH-FMAP-FI) = SPACES                           
148400         GO TO 3430-EXIT                                          
148500     END-IF.                                                      
148600     IF CH-FE-KEY-ID(CH-FMAP-FI) NOT = CH-FMAP-KEY-ID             
148700             AND CH-FE-KEY-ID(CH-FMAP-FI) NOT = SPACES            
148800         GO TO 3430-EXIT                                          
148900     END-IF.                                                      
149000     MOVE CH-FE-TYPE-START(CH-FMAP-FI) TO CH-FMAP-POS.            
149100     IF CH-FMAP-POS > CH-STRE                                     
149200         GO TO 3430-EXIT                                          
149300     END-IF.                                                      
149400     MOVE CH-FE-TYPE-LENGTH(CH-FMAP-FI) TO CH-FMAP-SPAN.          
149500     IF CH-FMAP-POS + CH-FMAP-SPAN - 1 > CH-STRE                  
149600         COMPUTE CH-FMAP-SPAN = CH-STRE - CH-FMAP-POS + 1         
149700     END-IF.                                                      
149800     MOVE CH-MYSTRING(CH-FMAP-POS:CH-FMAP-SPAN)                   
149900         TO CH-RESULT(CH-FMAP-POS:CH-FMAP-SPAN).                  
150000 3430-EXIT.                                                       
150100     EXIT.                                                        
150200*                                                                 
150300***************************************************************** 
150400* 3900-WRITE-AUDIT-RECORD - LOG ONE RE-ENCIPHERED MESSAGE. THE   *
150500* SHIFT RECORDED IS THE NEW KEY'S, THE ONE THE MESSAGE LEAVES    *
150600* UNDER.                                                         *
150700***************************************************************** 
150800 3900-WRITE-AUDIT-RECORD.                                         
150900     MOVE CH-RUN-DATE TO CH-AUDIT-DATE.                           
151000     MOVE "7000-RECIPHER" TO CH-AUDIT-PARAGRAPH.                  
151100     MOVE CH-NEW-SHIFT TO CH-AUDIT-SHIFT.                         
151200     MOVE CH-STRE TO CH-AUDIT-LENGTH.                             
151300     MOVE CH-NEW-GEN-DATE TO CH-AUDIT-GEN-DATE.                   
151400     MOVE CH-NEW-KEY-ID TO CH-AUDIT-KEY-ID.                       
151500     MOVE "CEASCHG" TO CH-AUDIT-PROGRAM.                          
151600     PERFORM 3950-STAMP-AUDIT-RECORD THRU 3950-EXIT.              
151700     WRITE CH-AUDIT-REC.                                          
151800 3900-EXIT.                                                       
151900     EXIT.                                                        
152000*                                                                 
152100***************************************************************** 
152200* 3950-STAMP-AUDIT-RECORD - GIVE THE AUDIT RECORD THE NEXT       *
152300* SEQUENCE NUMBER AND CHAIN ITS CHECK VALUE FROM THE LAST ONE,   *
152400* EXACTLY AS CEASER DOES: THE LAST CHECK VALUE TIMES 31, PLUS    *
152500* EACH OF THE RECORD'S FIRST 70 BYTE VALUES WEIGHTED BY ITS      *
152600* POSITION, PLUS THE SEQUENCE NUMBER, ALL MODULO 999999937.      *
152700***************************************************************** 
152800 3950-STAMP-AUDIT-RECORD.                                         
152900     IF CH-AUD-SEQ-NO = 999999999                                 
153000         MOVE 1 TO CH-AUD-SEQ-NO                                  
153100     ELSE                                                         
153200         ADD 1 TO CH-AUD-SEQ-NO                                   
153300     END-IF.                                                      
153400     MOVE "S" TO CH-AUDIT-STAMP.                                  
153500     MOVE CH-AUD-SEQ-NO TO CH-AUDIT-SEQ-NO.                       
153600     MOVE SPACE TO CH-AUDIT-REC(80:1).                            
153700     MOVE ZERO TO CH-AUD-BYTE-SUM.                                
153800     MOVE 1 TO CH-AUD-BI.                                         
153900     PERFORM 3960-ADD-ONE-AUDIT-BYTE THRU 3960-EXIT 70 TIMES.     
154000     COMPUTE CH-AUD-CHECK-WORK = CH-AUD-CHECK-VALUE * 31          
154100         + CH-AUD-BYTE-SUM + CH-AUD-SEQ-NO.                       
154200     DIVIDE CH-AUD-CHECK-WORK BY 999999937                        
154300         GIVING CH-AUD-CHECK-QUOT REMAINDER CH-AUD-CHECK-VALUE.   
154400     MOVE CH-AUD-CHECK-VALUE TO CH-AUDIT-CHECK-VALUE.             
154500 3950-EXIT.                                                       
154600     EXIT.                                                        
154700*                                                                 
154800 3960-ADD-ONE-AUDIT-BYTE.                                         
154900     MOVE CH-AUDIT-REC(CH-AUD-BI:1) TO CH-ORD-CHAR.               
155000     COMPUTE CH-AUD-BYTE-SUM = CH-AUD-BYTE-SUM                    
155100         + CH-ORD-VALUE * CH-AUD-BI.                              
155200     ADD 1 TO CH-AUD-BI.                                          
155300 3960-EXIT.                                                       
155400     EXIT.                                                        
155500*                                                                 
155600***************************************************************** 
155700* 8900-WRITE-RUN-HISTORY - ADD THIS STEP'S RECORD TO THE RUN     *
155800* HISTORY FILE. PERFORMED LAST AT NORMAL END AND FROM THE ABEND  *
155900* ROUTINE, SO EVERY EXECUTION LEAVES ONE. A HISTORY FILE THAT    *
156000* WILL NOT OPEN IS REPORTED BUT LEAVES THE RETURN CODE ALONE -   *
156100* THE STEP'S OWN WORK IS DONE BY THEN, AND THE STEPS AFTER IT    *
156200* ARE CONDITIONED ON ITS RESULT, NOT ON THE BOOKKEEPING.         *
156300***************************************************************** 
156400 8900-WRITE-RUN-HISTORY.                                          
156500     OPEN EXTEND RUN-HISTORY-FILE.                                
156600     IF CH-RHST-FILE-STATUS NOT = "00"                            
156700         DISPLAY "CEASCHG0023 - CEASRHST OPEN FAILED, "           
156800             "STATUS " CH-RHST-FILE-STATUS                        
156900             " - NO RUN HISTORY RECORD WRITTEN"                   
157000         GO TO 8900-EXIT                                          
157100     END-IF.                                                      
157200     MOVE SPACES TO RUN-HISTORY-REC.                              
157300     MOVE "CEASCHG" TO RH-PROGRAM.                                
157400     MOVE CH-OUT-HDR-FEED-ID TO RH-FEED-ID.                       
157500     MOVE CH-HDR-FILE-DATE TO RH-FILE-DATE.                       
157600     MOVE CH-NEW-KEY-ID TO RH-KEY-ID.                             
157700     MOVE CH-RECORD-COUNT TO RH-RECORDS-READ.                     
157800     MOVE CH-OUT-REC-COUNT TO RH-RECORDS-WRITTEN.                 
157900     MOVE ZERO TO RH-RECORDS-SUSPENDED.                           
158000     MOVE ZERO TO RH-EXCEPTION-COUNT.                             
158100     MOVE CH-START-DATE TO RH-START-DATE.                         
158200     MOVE CH-START-TIME(1:6) TO RH-START-TIME.                    
158300     ACCEPT RH-END-DATE FROM DATE YYYYMMDD.                       
158400     ACCEPT CH-END-TIME FROM TIME.                                
158500     MOVE CH-END-TIME(1:6) TO RH-END-TIME.                        
158600     IF CH-RESTARTING                                             
158700         MOVE "Y" TO RH-RESTART-FLAG                              
158800     ELSE                                                         
158900         MOVE "N" TO RH-RESTART-FLAG                              
159000     END-IF.                                                      
159100     MOVE CH-HIGH-MSG-NUMBER TO RH-HIGH-MSG-NUMBER.               
159200     MOVE RETURN-CODE TO RH-RETURN-CODE.                          
159300     WRITE RUN-HISTORY-REC.                                       
159400     CLOSE RUN-HISTORY-FILE.                                      
159500 8900-EXIT.                                                       
159600     EXIT.                                                        
159700*                                                                 
159800***************************************************************** 
159900* 8950-NOTE-MESSAGE - KEEP THE HIGHEST NUMBERED MESSAGE ISSUED,  *
160000* FOR THE RUN HISTORY RECORD.                                    *
160100***************************************************************** 
160200 8950-NOTE-MESSAGE.                                               
160300     IF CH-MSG-NUMBER > CH-HIGH-MSG-NUMBER                        
160400         MOVE CH-MSG-NUMBER TO CH-HIGH-MSG-NUMBER                 
160500     END-IF.                                                      
160600 8950-EXIT.                                                       
160700     EXIT.                                                        
160800*                                                                 
160900***************************************************************** 
161000* 9000-TERMINATE - REQUIRE THE CONTROL TRAILER TO HAVE BEEN      *
161100* SEEN, CLOSE FILES, AND CLEAR THE CHECKPOINT AT NORMAL END OF   *
161200* JOB.                                                           *
161300***************************************************************** 
161400 9000-TERMINATE.                                                  
161500*    THE AUDIT CHAIN IS SAVED FIRST, SO EVEN A RUN THAT ENDS ON A 
161600*    MISSING TRAILER LEAVES CEASAUDS IN STEP WITH WHAT IT WROTE.  
161700     PERFORM 1750-SAVE-AUDIT-SEQUENCE THRU 1750-EXIT.             
161800     IF NOT CH-TRL-SEEN                                           
161900         MOVE 0012 TO CH-MSG-NUMBER                               
162000         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
162100         DISPLAY "CEASCHG0012 - END OF CHGIN WITHOUT A *TRL "     
162200             "CONTROL TRAILER - TRANSMISSION MAY BE TRUNCATED"    
162300         MOVE 21 TO RETURN-CODE                                   
162400         GO TO 9900-ABEND-ROUTINE                                 
162500     END-IF.                                                      
162600     CLOSE CHANGE-INPUT-FILE.                                     
162700     CLOSE CHANGE-OUTPUT-FILE.                                    
162800     CLOSE CEASER-AUDIT-FILE.                                     
162900     CLOSE CEASER-CHECKPOINT-FILE.                                
163000     IF CH-FMAP-COUNT > ZERO                                      
163100         DISPLAY "CEASCHG - FIELD-LEVEL LEGS CIPHERED "           
163200             CH-FMAP-MSG-COUNT                                    
163300     END-IF.                                                      
163400     PERFORM 1500-CLEAR-CHECKPOINT-FILE THRU 1500-EXIT.           
163500     PERFORM 8900-WRITE-RUN-HISTORY THRU 8900-EXIT.               
163600 9000-EXIT.                                                       
163700     EXIT.                                                        
163800*                                                                 
163900***************************************************************** 
164000* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP. ONCE THE   *
164100* AUDIT TRAIL IS OPEN, ANY RECORDS ALREADY ADDED TO IT ARE SAVED *
164200* IN CEASAUDS FIRST, SO THE CHAIN STAYS WHOLE AND THE NEXT RUN   *
164300* CARRIES ON FROM THE LAST RECORD ACTUALLY WRITTEN.              *
164400***************************************************************** 
164500 9900-ABEND-ROUTINE.                                              
164600     IF CH-AUDIT-OPEN                                             
164700         PERFORM 1750-SAVE-AUDIT-SEQUENCE THRU 1750-EXIT          
164800         CLOSE CEASER-AUDIT-FILE                                  
164900     END-IF.                                                      
165000     PERFORM 8900-WRITE-RUN-HISTORY THRU 8900-EXIT.               
165100     DISPLAY "CEASCHG - JOB TERMINATED, RETURN CODE " RETURN-CODE.
165200     STOP RUN.                                                    
165300 9900-EXIT.                                                       
165400     EXIT.                                                        
