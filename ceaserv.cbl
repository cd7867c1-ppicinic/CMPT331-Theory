008300*                   STEP WITH CEASER'S CUTOVER-TOLERANT           
008400*                   DECRYPT CHANGE. SOLVE RUNS, WHICH LOAD NO     
008500*                   KEY, CARRY ZERO.                              
008600*  10/15/2026 MWK   CEASKEY RECORD WIDENED TO 128 BYTES FOR DUAL  
008700*                   CONTROL. A GENERATION PENDING APPROVAL IS     
008800*                   NEVER SELECTED; WHEN ONE WOULD OTHERWISE BE IN
008900*                   EFFECT, CEASERV0015 SAYS SO ON SYSOUT SO A    
009000*                   MISSED APPROVAL IS NOT MISTAKEN FOR A MISSING 
009100*                   KEY.                                          
009200*  10/15/2026 MWK   A GENERATION DECLARED COMPROMISED IS NEVER    
009300*                   USED. WHEN IT IS THE LATEST GENERATION IN     
009400*                   EFFECT THE RUN ABENDS WITH CEASERV0016 RATHER 
009500*                   THAN FALL BACK ON AN OLDER KEYWORD, AND THE   
009600*                   SOLVE REVERSE MATCH IGNORES THE KEY-ID.       
009700*  10/15/2026 MWK   AUDIT RECORDS ARE NOW STAMPED WITH A          
009800*                   CONTINUOUS SEQUENCE NUMBER AND A CHECK VALUE  
009900*                   CHAINED FROM THE RECORD BEFORE, CARRIED FROM  
010000*                   RUN TO RUN ON THE NEW CEASAUDS CONTROL RECORD 
010100*                   (COPYBOOK AUDSEQ). A RESTART FIRST READS THE  
010200*                   AUDIT DATASET IT EXTENDS TO PICK THE CHAIN UP 
010300*                   FROM ITS LAST RECORD. CEASAVF VERIFIES THE    
010400*                   CHAIN.                                        
010500*  10/15/2026 MWK   RUN HISTORY - ONE RECORD PER EXECUTION, NORMAL
010600*                   END OR ABEND, IS ADDED TO THE NEW CEASRHST    
010700*                   FILE (COPYBOOK RUNHIST) WITH THE COUNTS,      
010800*                   RESTART FLAG, HIGHEST MESSAGE NUMBER ISSUED,  
010900*                   AND RETURN CODE, FOR THE CEASOPX MORNING      
011000*                   EXCEPTION REPORT.                             
011100*  10/15/2026 MWK   FIELD-LEVEL CIPHERING - THE CEASFMAP FIELD MAP
011200*                   (COPYBOOK FLDMAP) IS APPLIED ON ENCRYPT AND   
011300*                   DECRYPT THE SAME WAY CEASER APPLIES IT. THE   
011400*                   KEYWORD STILL STEPS ACROSS EVERY LETTER OF THE
011500*                   RECORD, CLEAR COLUMNS INCLUDED, SO THE        
011600*                   CIPHERED COLUMNS ARE THOSE A WHOLE-RECORD RUN 
011700*                   WOULD GIVE. SOLVE MODES DO NOT USE THE MAP.   
011800*  10/15/2026 MWK   FIELD MAPS - THE TYPE COLUMNS OF EVERY TYPED  
011900*                   MAP UNDER THE KEY-ID ARE NOW ALWAYS LEFT IN   
012000*                   CLEAR, SO A RECORD CIPHERED WHOLE OR UNDER    
012100*                   ANOTHER MAP CANNOT DECRYPT UNDER THE WRONG    
012200*                   MAP.                                          
012300*  10/15/2026 MWK   AN ABEND AFTER THE AUDIT TRAIL IS OPEN NOW    
012400*                   SAVES THE CHAIN IN CEASAUDS, SO THE NEXT RUN  
012500*                   DOES NOT REUSE SEQUENCE NUMBERS.              
012600*                                                                 
012700 ENVIRONMENT DIVISION.                                            
012800 CONFIGURATION SECTION.                                           
012900 SOURCE-COMPUTER. IBM-370.                                        
013000 OBJECT-COMPUTER. IBM-370.                                        
013100 INPUT-OUTPUT SECTION.                                            
013200 FILE-CONTROL.                                                    
013300     SELECT CEASERV-INPUT-FILE ASSIGN TO CEASVIN                  
013400         ORGANIZATION IS SEQUENTIAL.                              
013500     SELECT CEASERV-OUTPUT-FILE ASSIGN TO CEASVOUT                
013600         ORGANIZATION IS SEQUENTIAL.                              
013700     SELECT CEASERV-CONTROL-FILE ASSIGN TO SYSIN                  
013800         ORGANIZATION IS SEQUENTIAL.                              
013900     SELECT CEASER-AUDIT-FILE ASSIGN TO CEASAUD                   
014000         ORGANIZATION IS SEQUENTIAL.                              
014100     SELECT CEASERV-SOLVE-FILE ASSIGN TO CEASVSLV                 
014200         ORGANIZATION IS SEQUENTIAL.                              
014300     SELECT CEASER-AUDIT-SEQ-FILE ASSIGN TO CEASAUDS              
014400         ORGANIZATION IS SEQUENTIAL                               
014500         FILE STATUS IS CV-AUDS-FILE-STATUS.                      
014600     SELECT CEASERV-CHECKPOINT-FILE ASSIGN TO CEASVCKP            
014700         ORGANIZATION IS SEQUENTIAL                               
014800         FILE STATUS IS CV-CKPT-FILE-STATUS.                      
014900     SELECT CEASER-KEY-FILE ASSIGN TO CEASKEY                     
015000         ORGANIZATION IS INDEXED                                  
015100         ACCESS MODE IS DYNAMIC                                   
015200         RECORD KEY IS CK-KEY                                     
015300         FILE STATUS IS CV-KEY-FILE-STATUS.                       
015400     SELECT RUN-HISTORY-FILE ASSIGN TO CEASRHST                   
015500         ORGANIZATION IS SEQUENTIAL                               
015600         FILE STATUS IS CV-RHST-FILE-STATUS.                      
015700     SELECT FIELD-MAP-FILE ASSIGN TO CEASFMAP                     
015800         ORGANIZATION IS SEQUENTIAL                               
015900         FILE STATUS IS CV-FMAP-FILE-STATUS.                      
016000*                                                                 
016100 DATA DIVISION.                                                   
016200 FILE SECTION.                                                    
016300 FD  CEASERV-INPUT-FILE                                           
016400     RECORDING MODE IS V                                          
016500     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
016600         DEPENDING ON CV-IN-LENGTH.                               
016700 01  CV-INPUT-REC                PIC X(2000).                     
016800*                                                                 
016900 FD  CEASERV-OUTPUT-FILE                                          
017000     RECORDING MODE IS V                                          
017100     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
017200         DEPENDING ON CV-OUT-LENGTH.                              
017300 01  CV-OUTPUT-REC               PIC X(2000).                     
017400*                                                                 
017500*    SYSIN CONTROL CARD - USED WHEN NO PARM IS SUPPLIED.          
017600*    COLUMNS  1- 8  KEYWORD KEY-ID (LOOKED UP IN CEASKEY),        
017700*                   OR *INFILE* TO TAKE KEY-IDS FROM THE *KEY     
017800*                   HEADER RECORDS CARRIED IN CEASVIN.            
017900*    COLUMN      9  RUN MODE - E (ENCRYPT) OR D (DECRYPT).        
018000*    COLUMNS 10-80  RESERVED.                                     
018100 FD  CEASERV-CONTROL-FILE                                         
018200     RECORDING MODE IS F                                          
018300     RECORD CONTAINS 80 CHARACTERS.                               
018400 01  CV-CONTROL-REC.                                              
018500     05  CV-CONTROL-KEY-ID       PIC X(08).                       
018600     05  CV-CONTROL-MODE         PIC X(01).                       
018700     05  FILLER                  PIC X(71).                       
018800*                                                                 
018900*    SOLVE RESULTS - ONE RECORD PER MESSAGE ANALYSED, THE SAME    
019000*    IDEA AS CEASER'S CEASSLV. THE MATCHED KEY-ID IS THE FIRST    
019100*    KEY WHOSE TYPE-V GENERATION IN EFFECT CARRIES THE            
019200*    RECOVERED KEYWORD; THE MATCH COUNT SAYS HOW MANY KEYS        
019300*    CARRY IT IN ALL.                                             
019400 FD  CEASERV-SOLVE-FILE                                           
019500     RECORDING MODE IS F                                          
019600     RECORD CONTAINS 80 CHARACTERS.                               
019700 01  CV-SOLVE-REC.                                                
019800     05  CV-SLV-RECORD-NUMBER    PIC 9(08).                       
019900     05  FILLER                  PIC X(01) VALUE SPACE.           
020000     05  CV-SLV-KEYLEN           PIC 9(02).                       
020100     05  FILLER                  PIC X(01) VALUE SPACE.           
020200     05  CV-SLV-KEYWORD          PIC X(20).                       
020300     05  FILLER                  PIC X(01) VALUE SPACE.           
020400     05  CV-SLV-SCORE            PIC 9(07).                       
020500     05  FILLER                  PIC X(01) VALUE SPACE.           
020600     05  CV-SLV-KEY-ID           PIC X(08).                       
020700     05  FILLER                  PIC X(01) VALUE SPACE.           
020800     05  CV-SLV-KEY-MATCHES      PIC 9(03).                       
020900     05  FILLER                  PIC X(27).                       
021000*                                                                 
021100*    AUDIT TRAIL - SAME RECORD SHAPE CEASER WRITES. THE SHIFT     
021200*    FIELD IS ZERO FOR A KEYWORD KEY; THE KEY-ID AND PROGRAM      
021300*    FIELDS SAY WHOSE WORK IT WAS. CEASER, CEASCHG, CEASRPT,      
021400*    AND CEASBIL CARRY THEIR OWN COPIES OF THIS LAYOUT - KEEP     
021500*    THEM ALL IN STEP BY HAND IF ONE CHANGES.                     
021600 FD  CEASER-AUDIT-FILE                                            
021700     RECORDING MODE IS F                                          
021800     RECORD CONTAINS 80 CHARACTERS.                               
021900 01  CV-AUDIT-REC.                                                
022000     05  CV-AUDIT-DATE           PIC 9(08).                       
022100     05  FILLER                  PIC X(01) VALUE SPACE.           
022200     05  CV-AUDIT-PARAGRAPH      PIC X(20).                       
022300     05  FILLER                  PIC X(01) VALUE SPACE.           
022400     05  CV-AUDIT-SHIFT          PIC 9(08).                       
022500     05  FILLER                  PIC X(01) VALUE SPACE.           
022600     05  CV-AUDIT-LENGTH         PIC 9(04).                       
022700     05  FILLER                  PIC X(01) VALUE SPACE.           
022800     05  CV-AUDIT-KEY-ID         PIC X(08).                       
022900     05  FILLER                  PIC X(01) VALUE SPACE.           
023000     05  CV-AUDIT-PROGRAM        PIC X(08).                       
023100     05  FILLER                  PIC X(01) VALUE SPACE.           
023200     05  CV-AUDIT-GEN-DATE       PIC 9(08).                       
023300     05  CV-AUDIT-STAMP          PIC X(01).                       
023400         88  CV-AUDIT-STAMPED              VALUE "S".             
023500     05  CV-AUDIT-SEQ-NO         PIC 9(09) COMP.                  
023600     05  CV-AUDIT-CHECK-VALUE    PIC 9(09) COMP.                  
023700     05  FILLER                  PIC X(01).                       
023800*                                                                 
023900*    WHERE THE AUDIT CHAIN STOOD AT THE END OF THE LAST RUN THAT  
024000*    WROTE TO THE TRAIL - READ AT START-UP, REWRITTEN AT END.     
024100 FD  CEASER-AUDIT-SEQ-FILE                                        
024200     RECORDING MODE IS F                                          
024300     RECORD CONTAINS 80 CHARACTERS.                               
024400     COPY AUDSEQ.                                                 
024500*                                                                 
024600*    CHECKPOINT / RESTART CONTROL FILE - SAME SCHEME AS CEASER'S. 
024700*    KEY-ID AND MODE ARE CARRIED SO A CHECKPOINT LEFT BY ONE      
024800*    KEY-ID OR MODE IS NEVER MISTAKEN FOR A RESTART OF A          
024900*    DIFFERENT, UNRELATED RUN. THE KEYWORD ITSELF IS NEVER        
025000*    WRITTEN HERE - THE KEY-ID LOOKUP DONE BY THE RESTARTING      
025100*    RUN IS AUTHORITATIVE, AND THE CHECKPOINT FILE IS NOT A       
025200*    PROTECTED DATASET.                                           
025300 FD  CEASERV-CHECKPOINT-FILE                                      
025400     RECORDING MODE IS F                                          
025500     RECORD CONTAINS 80 CHARACTERS.                               
025600 01  CV-CHECKPOINT-REC.                                           
025700     05  CV-CKPT-RECORD-COUNT    PIC 9(08).                       
025800     05  CV-CKPT-KEY-ID          PIC X(08).                       
025900     05  CV-CKPT-MODE            PIC X(01).                       
026000     05  CV-CKPT-HDR-SEEN        PIC X(01).                       
026100     05  CV-CKPT-TRL-SEEN        PIC X(01).                       
026200     05  CV-CKPT-DATA-COUNT      PIC 9(08).                       
026300     05  CV-CKPT-IN-HASH         PIC 9(12).                       
026400     05  CV-CKPT-OUT-HASH        PIC 9(12).                       
026500     05  FILLER                  PIC X(29).                       
026600*                                                                 
026700*    KEYED CIPHER KEY TABLE - SAME TABLE CEASER LOOKS UP; THE     
026800*    TYPE-V GENERATIONS CARRY THE VIGENERE KEYWORDS.              
026900 FD  CEASER-KEY-FILE                                              
027000     RECORD CONTAINS 128 CHARACTERS.                              
027100     COPY CIPHERKY.                                               
027200*                                                                 
027300*    RUN HISTORY - ONE RECORD ADDED PER EXECUTION, NORMAL END     
027400*    OR ABEND, FOR THE MORNING OPERATIONS EXCEPTION REPORT.       
027500 FD  RUN-HISTORY-FILE                                             
027600     RECORDING MODE IS F                                          
027700     RECORD CONTAINS 150 CHARACTERS.                              
027800     COPY RUNHIST.                                                
027900*                                                                 
028000*    FIELD MAP CARDS - WHICH COLUMNS OF A KEY-ID'S RECORDS ARE    
028100*    CIPHERED WHEN ONLY SOME OF THEM ARE.                         
028200 FD  FIELD-MAP-FILE                                               
028300     RECORDING MODE IS F                                          
028400     RECORD CONTAINS 80 CHARACTERS.                               
028500     COPY FLDMAP.                                                 
028600*                                                                 
028700 WORKING-STORAGE SECTION.                                         
028800*                                                                 
028900*    MESSAGE RECORD - SHARED SHAPE WITH CEASER VIA CIPHERREC.     
029000 COPY CIPHERREC.                                                  
029100*                                                                 
029200 77  CV-TEMP                     PIC X(2000) VALUE SPACES.        
029300 77  CV-IN-LENGTH                PIC 9(4)   COMP VALUE ZERO.      
029400 77  CV-OUT-LENGTH               PIC 9(4)   COMP VALUE ZERO.      
029500 77  CV-TRIM-SWITCH              PIC X(01)  VALUE "N".            
029600     88  CV-TRIM-DONE                       VALUE "Y".            
029700 77  CV-TEMPC                    PIC X(1)   VALUE SPACE.          
029800 77  CV-ASCIIV                   PIC 9(8)   VALUE 0.              
029900 77  CV-WRAP                     PIC 9(8)   VALUE 0.              
030000 77  CV-IL                       PIC 9(4)   COMP VALUE 1.         
030100*                                                                 
030200*    PROGRAM SWITCHES.                                            
030300 77  CV-EOF-SWITCH                PIC X(01) VALUE "N".            
030400     88  CV-END-OF-INPUT                    VALUE "Y".            
030500 77  CV-RESTART-SWITCH            PIC X(01) VALUE "N".            
030600     88  CV-RESTARTING                      VALUE "Y".            
030700 77  CV-CKPT-EOF-SWITCH           PIC X(01) VALUE "N".            
030800     88  CV-CKPT-EOF                        VALUE "Y".            
030900 77  CV-CKPT-FOUND-SWITCH         PIC X(01) VALUE "N".            
031000     88  CV-CKPT-FOUND                      VALUE "Y".            
031100*                                                                 
031200*    RUN MODE - ENCRYPT OR DECRYPT. DEFAULTS TO ENCRYPT WHEN NOT  
031300*    SUPPLIED, THE SAME AS BEFORE THIS BYTE EXISTED.              
031400 77  CV-RUN-MODE                  PIC X(01) VALUE "E".            
031500     88  CV-MODE-ENCRYPT                    VALUE "E".            
031600     88  CV-MODE-DECRYPT                    VALUE "D".            
031700     88  CV-MODE-SOLVE                      VALUE "S".            
031800     88  CV-MODE-SOLVE-DECRYPT              VALUE "X".            
031900*                                                                 
032000*    MULTI-PARTNER BATCH MODE FIELDS - SAME CONVENTION AS         
032100*    CEASER'S: A KEY-ID OF *INFILE* ON THE PARM/SYSIN CARD        
032200*    MEANS CEASVIN CARRIES ITS OWN KEY-IDS IN *KEY HEADER         
032300*    RECORDS AHEAD OF EACH MESSAGE GROUP. CV-KEY-ID-INPUT         
032400*    TRACKS THE KEY CURRENTLY IN FORCE; CV-RUN-KEY-ID KEEPS       
032500*    THE PARM/SYSIN VALUE FOR THE CHECKPOINT RECORD SO A          
032600*    RESTART STILL MATCHES.                                       
032700 77  CV-MULTI-SWITCH              PIC X(01) VALUE "N".            
032800     88  CV-MULTI-PARTNER                    VALUE "Y".           
032900 77  CV-KEY-LOADED-SWITCH         PIC X(01) VALUE "N".            
033000     88  CV-KEY-LOADED                       VALUE "Y".           
033100 77  CV-RUN-KEY-ID                PIC X(08) VALUE SPACES.         
033200*                                                                 
033300*    FILE CONTROL RECORD FIELDS - SAME *HDR/*TRL CONVENTION AS    
033400*    CEASER: A *HDR RECORD (COLUMNS 1-5 = *HDR FOLLOWED BY A      
033500*    SPACE, 6-13 FEED ID, 15-22 CREATION DATE) MUST LEAD THE      
033600*    FILE AND A *TRL RECORD (6-13 DATA RECORD COUNT, 15-26        
033700*    HASH TOTAL) MUST END IT. THE HASH IS THE SUM OF THE BYTE     
033800*    VALUES OF EACH DATA MESSAGE'S REAL TEXT (TRAILING PAD        
033900*    SPACES EXCLUDED), TRUNCATED TO ITS LOW-ORDER 12 DIGITS.      
034000*    CONTROL AND *KEY RECORDS ARE OUTSIDE THE COUNT AND HASH.     
034100 77  CV-HDR-SEEN-SWITCH           PIC X(01) VALUE "N".            
034200     88  CV-HDR-SEEN                         VALUE "Y".           
034300 77  CV-TRL-SEEN-SWITCH           PIC X(01) VALUE "N".            
034400     88  CV-TRL-SEEN                         VALUE "Y".           
034500 77  CV-IN-DATA-COUNT             PIC 9(08) VALUE ZERO.           
034600 77  CV-IN-HASH                   PIC 9(12) VALUE ZERO.           
034700 77  CV-OUT-HASH                  PIC 9(12) VALUE ZERO.           
034800 77  CV-TRL-COUNT-IN              PIC 9(08) VALUE ZERO.           
034900 77  CV-TRL-HASH-IN               PIC 9(12) VALUE ZERO.           
035000 77  CV-HI                        PIC 9(04) COMP VALUE 1.         
035100 77  CV-HASHC                     PIC X(01) VALUE SPACE.          
035200 77  CV-HASHV                     PIC 9(08) VALUE ZERO.           
035300*                                                                 
035400*    AUDIT CHAIN - SEQUENCE NUMBER AND CHECK VALUE OF THE LAST    
035500*    AUDIT RECORD WRITTEN, WORKED THE SAME WAY CEASER DOES IT.    
035600*    THE BYTE VALUES COME THROUGH THE BINARY REDEFINITION BELOW.  
035700 77  CV-AUD-SEQ-NO                PIC 9(09) COMP VALUE ZERO.      
035800 77  CV-AUD-CHECK-VALUE           PIC 9(09) COMP VALUE ZERO.      
035900 77  CV-AUD-BYTE-SUM              PIC 9(09) COMP VALUE ZERO.      
036000 77  CV-AUD-CHECK-WORK            PIC 9(12) COMP VALUE ZERO.      
036100 77  CV-AUD-CHECK-QUOT            PIC 9(12) COMP VALUE ZERO.      
036200 77  CV-AUD-BI                    PIC 9(04) COMP VALUE 1.         
036300 77  CV-AUDS-FILE-STATUS          PIC X(02) VALUE SPACES.         
036400 77  CV-AUD-EOF-SWITCH            PIC X(01) VALUE "N".            
036500     88  CV-AUD-EOF                          VALUE "Y".           
036600 77  CV-AUDIT-OPEN-SWITCH         PIC X(01) VALUE "N".            
036700     88  CV-AUDIT-OPEN                      VALUE "Y".            
036800 77  CV-RUN-TIME                  PIC 9(08) VALUE ZERO.           
036900 01  CV-ORD-PAIR.                                                 
037000     05  FILLER                  PIC X(01) VALUE LOW-VALUE.       
037100     05  CV-ORD-CHAR             PIC X(01).                       
037200 01  CV-ORD-VALUE REDEFINES CV-ORD-PAIR                           
037300                                 PIC 9(04) COMP.                  
037400*                                                                 
037500*    OUTPUT CONTROL RECORD LAYOUTS, BUILT AND WRITTEN WHEN THE    
037600*    MATCHING INPUT CONTROL RECORD PASSES VALIDATION.             
037700 01  CV-OUT-HEADER-REC.                                           
037800     05  FILLER                  PIC X(05) VALUE "*HDR ".         
037900     05  CV-OUT-HDR-FEED-ID      PIC X(08).                       
038000     05  FILLER                  PIC X(01) VALUE SPACE.           
038100     05  CV-OUT-HDR-DATE         PIC 9(08).                       
038200     05  FILLER                  PIC X(78) VALUE SPACES.          
038300 01  CV-OUT-TRAILER-REC.                                          
038400     05  FILLER                  PIC X(05) VALUE "*TRL ".         
038500     05  CV-OUT-TRL-COUNT        PIC 9(08).                       
038600     05  FILLER                  PIC X(01) VALUE SPACE.           
038700     05  CV-OUT-TRL-HASH         PIC 9(12).                       
038800     05  FILLER                  PIC X(74) VALUE SPACES.          
038900*                                                                 
039000*    CHECKPOINT / RESTART FIELDS. A CHECKPOINT RECORD IS WRITTEN  
039100*    EVERY CV-CKPT-INTERVAL PROCESSED RECORDS. THE OUTPUT FILE    
039200*    IS REOPENED EXTEND ON RESTART RATHER THAN REPOSITIONED, SO   
039300*    THE INTERVAL IS KEPT AT 1 - A CHECKPOINT PER RECORD - SO NO  
039400*    COMPLETED RECORD IS EVER REPROCESSED AND RE-APPENDED.        
039500 77  CV-RECORD-COUNT              PIC 9(8)  COMP VALUE ZERO.      
039600 77  CV-SKIP-COUNT                PIC 9(8)  COMP VALUE ZERO.      
039700 77  CV-CKPT-INTERVAL             PIC 9(8)  VALUE 1.              
039800 77  CV-CKPT-QUOTIENT             PIC 9(8)  VALUE ZERO.           
039900 77  CV-CKPT-REMAINDER            PIC 9(8)  VALUE ZERO.           
040000 77  CV-CKPT-FILE-STATUS          PIC X(02) VALUE SPACES.         
040100*                                                                 
040200*    KEYWORD CONTROL FIELDS. THE KEYWORD REPEATS OVER THE LETTERS 
040300*    OF THE MESSAGE; CV-KEYPOS TRACKS HOW MANY LETTERS (NOT       
040400*    CHARACTERS - PUNCTUATION AND SPACES DO NOT ADVANCE IT) HAVE  
040500*    BEEN CONSUMED SINCE THE START OF THE CURRENT MESSAGE.        
040600 77  CV-KEY-ID-INPUT              PIC X(08) VALUE SPACES.         
040700 77  CV-KEY-FILE-STATUS           PIC X(02) VALUE SPACES.         
040800 77  CV-RUN-DATE                  PIC 9(8)  VALUE ZERO.           
040900 77  CV-GEN-EFF-DATE              PIC 9(8)  VALUE ZERO.           
041000 77  CV-KEYGEN-EOF-SWITCH         PIC X(01) VALUE "N".            
041100     88  CV-KEYGEN-EOF                      VALUE "Y".            
041200 77  CV-KEYGEN-FOUND-SWITCH       PIC X(01) VALUE "N".            
041300     88  CV-KEYGEN-FOUND                    VALUE "Y".            
041400*    LATEST GENERATION STILL PENDING APPROVAL THAT WOULD          
041500*    OTHERWISE BE IN EFFECT - REPORTED ON SYSOUT, NEVER USED.     
041600 77  CV-PENDING-EFF-DATE          PIC 9(08) VALUE ZERO.           
041700*    COMPROMISED GENERATION THAT WOULD OTHERWISE BE IN EFFECT -   
041800*    THE KEY-ID CANNOT BE USED UNTIL A NEW GENERATION TAKES OVER. 
041900 77  CV-COMPROMISED-EFF-DATE      PIC 9(08) VALUE ZERO.           
042000 77  CV-KEYWORD-INPUT             PIC X(20) VALUE SPACES.         
042100 77  CV-KEYWORD                   PIC X(20) VALUE SPACES.         
042200 77  CV-KEYLEN                    PIC 9(2)  VALUE ZERO.           
042300 77  CV-KEYPOS                    PIC 9(4)  COMP VALUE ZERO.      
042400 77  CV-KEYPOSN                   PIC 9(4)  COMP VALUE ZERO.      
042500 77  CV-KEYQUOT                   PIC 9(4)  COMP VALUE ZERO.      
042600 77  CV-KEYC                      PIC X(1)  VALUE SPACE.          
042700 77  CV-KEYV                      PIC 9(8)  VALUE ZERO.           
042800 77  CV-KEYSHIFT                  PIC 9(8)  VALUE ZERO.           
042900*                                                                 
043000*    ENGLISH RELATIVE LETTER FREQUENCY TABLE, A THRU Z, EACH A    
043100*    3-DIGIT WEIGHT PER 1000 LETTERS OF NORMAL ENGLISH TEXT -     
043200*    THE SAME TABLE CEASER'S SOLVE SCORES WITH. USED TO RECOVER   
043300*    EACH KEYWORD POSITION'S SHIFT BY COLUMN FREQUENCY            
043400*    ANALYSIS.                                                    
043500 01  CV-FREQ-TABLE-DATA.                                          
043600     05  FILLER                  PIC X(78) VALUE                  
043700        "082015028043127022020061070002008040024067075019001060063
043800-      "091028010024002020001".                                   
043900 01  CV-FREQ-TABLE REDEFINES CV-FREQ-TABLE-DATA.                  
044000     05  CV-FREQ-WEIGHT OCCURS 26 TIMES     PIC 9(03).            
044100*                                                                 
044200*    CRYPTANALYSIS WORKING FIELDS. THE MESSAGE'S LETTERS (ONLY)   
044300*    ARE COLLECTED ONCE PER SOLVE, EACH AS ITS ALPHABET VALUE     
044400*    0-25, AND EVERY CANDIDATE KEYWORD LENGTH SLICES THAT LIST    
044500*    INTO COLUMNS. A REPEATING KEYWORD DEFEATS A WHOLE-MESSAGE    
044600*    FREQUENCY SCORE, BUT EACH COLUMN IS A PLAIN CAESAR STREAM.   
044700 77  CV-LETTERS-TOTAL             PIC 9(04) COMP VALUE ZERO.      
044800 01  CV-LETVAL-TABLE.                                             
044900     05  CV-LETVAL OCCURS 2000 TIMES        PIC 9(02) COMP.       
045000 77  CV-CI                        PIC 9(04) COMP VALUE 1.         
045100 77  CV-CHARV                     PIC 9(08) VALUE ZERO.           
045200 77  CV-SOLVEC                    PIC X(01) VALUE SPACE.          
045300*                                                                 
045400*    KEYWORD LENGTH ESTIMATION BY INDEX OF COINCIDENCE. FOR       
045500*    EACH CANDIDATE LENGTH THE AVERAGE IC OVER ITS COLUMNS IS     
045600*    SCALED BY 10000 - ENGLISH TEXT RUNS NEAR 660, RANDOM TEXT    
045700*    NEAR 385 - AND THE SMALLEST LENGTH CLEARING THE THRESHOLD    
045800*    WINS. IF NONE CLEARS IT, THE LENGTH WITH THE BEST AVERAGE    
045900*    IS TAKEN.                                                    
046000 77  CV-IC-THRESHOLD              PIC 9(05) VALUE 550.            
046100 77  CV-CAND-LEN                  PIC 9(02) COMP VALUE 1.         
046200 77  CV-COL                       PIC 9(02) COMP VALUE 1.         
046300 77  CV-LPOS                      PIC 9(04) COMP VALUE 1.         
046400 77  CV-COL-LETTERS               PIC 9(04) COMP VALUE ZERO.      
046500 01  CV-COL-COUNT-TABLE.                                          
046600     05  CV-COL-COUNT OCCURS 26 TIMES       PIC 9(04) COMP.       
046700 77  CV-FI                        PIC 9(03) COMP VALUE 1.         
046800 77  CV-IC-NUMERATOR              PIC 9(08) COMP VALUE ZERO.      
046900 77  CV-IC-VALUE                  PIC 9(05) VALUE ZERO.           
047000 77  CV-IC-SUM                    PIC 9(08) COMP VALUE ZERO.      
047100 77  CV-IC-AVERAGE                PIC 9(05) VALUE ZERO.           
047200 77  CV-BEST-IC                   PIC 9(05) VALUE ZERO.           
047300 77  CV-BEST-KEYLEN               PIC 9(02) VALUE ZERO.           
047400 77  CV-KEYLEN-SET-SWITCH         PIC X(01) VALUE "N".            
047500     88  CV-KEYLEN-SET                       VALUE "Y".           
047600*                                                                 
047700*    PER-COLUMN SHIFT RECOVERY FIELDS. EACH COLUMN TRIES THE 26   
047800*    POSSIBLE SHIFTS (A KEYWORD LETTER OF A IS SHIFT ZERO,        
047900*    UNLIKE CEASER'S 1-25) AND KEEPS THE SHIFT WHOSE DECRYPT      
048000*    SITS CLOSEST TO ENGLISH LETTER FREQUENCY.                    
048100 77  CV-TRY-SHIFT                 PIC 9(02) COMP VALUE ZERO.      
048200 77  CV-PLAINV                    PIC S9(04) COMP VALUE ZERO.     
048300 77  CV-CAND-SCORE                PIC 9(07) VALUE ZERO.           
048400 77  CV-COL-BEST-SCORE            PIC 9(07) VALUE ZERO.           
048500 77  CV-COL-BEST-SHIFT            PIC 9(02) COMP VALUE ZERO.      
048600 77  CV-EXPECTED-COUNT            PIC S9(05) VALUE ZERO.          
048700 77  CV-COUNT-DIFF                PIC S9(05) VALUE ZERO.          
048800 77  CV-BEST-SCORE                PIC 9(07) VALUE ZERO.           
048900 77  CV-RECOVERED-KEYWORD         PIC X(20) VALUE SPACES.         
049000 77  CV-WORKC                     PIC X(01) VALUE SPACE.          
049100*                                                                 
049200*    KEY-TABLE SWEEP FIELDS FOR THE SOLVE REVERSE MATCH - THE     
049300*    WHOLE TABLE IS BROWSED ONCE PER SOLVED MESSAGE, TRACKING     
049400*    THE TYPE-V GENERATION IN EFFECT FOR EACH KEY-ID AND          
049500*    COMPARING ITS KEYWORD TO THE RECOVERED ONE, THE WAY          
049600*    CEASER'S 4100 NAMES SHIFT KEYS.                              
049700 77  CV-KEYSWEEP-EOF-SWITCH       PIC X(01) VALUE "N".            
049800     88  CV-KEYSWEEP-EOF                     VALUE "Y".           
049900 77  CV-SWEEP-KEY-ID              PIC X(08) VALUE SPACES.         
050000 77  CV-SWEEP-KEYWORD             PIC X(20) VALUE SPACES.         
050100 77  CV-SWEEP-FOUND-SWITCH        PIC X(01) VALUE "N".            
050200     88  CV-SWEEP-FOUND                      VALUE "Y".           
050300 77  CV-MATCH-COUNT               PIC 9(03) VALUE ZERO.           
050400 77  CV-MATCHED-KEY-ID            PIC X(08) VALUE SPACES.         
050500*                                                                 
050600*    RUN HISTORY FIELDS. THE START STAMP IS TAKEN BEFORE          
050700*    ANYTHING CAN FAIL, AND THE HIGHEST NUMBERED MESSAGE IS       
050800*    KEPT AS EACH ONE GOES TO SYSOUT.                             
050900 77  CV-RHST-FILE-STATUS          PIC X(02) VALUE SPACES.         
051000 77  CV-START-DATE                PIC 9(08) VALUE ZERO.           
051100 77  CV-START-TIME                PIC 9(08) VALUE ZERO.           
051200 77  CV-END-TIME                  PIC 9(08) VALUE ZERO.           
051300 77  CV-MSG-NUMBER                PIC 9(04) VALUE ZERO.           
051400 77  CV-HIGH-MSG-NUMBER           PIC 9(04) VALUE ZERO.           
051500 77  CV-HDR-FILE-DATE             PIC 9(08) VALUE ZERO.           
051600 77  CV-OUT-REC-COUNT             PIC 9(08) COMP VALUE ZERO.      
051700*                                                                 
051800*    FIELD MAP (COPYBOOK FLDMAP) - LOADED ONCE FROM CEASFMAP. A   
051900*    KEY-ID WITH NO MAP IS CIPHERED WHOLE. THE MAP CHOSEN FOR A   
052000*    MESSAGE RANKS 1 FOR THE KEY-ID'S OWN TYPED MAP, 2 FOR ITS    
052100*    UNTYPED ONE, 3 FOR AN ANY-KEY TYPED ONE. CV-FMAP-KEY-ID IS   
052200*    THE KEY-ID THE MESSAGE IN HAND IS CIPHERED UNDER.            
052300 77  CV-FMAP-FILE-STATUS         PIC X(02) VALUE SPACES.          
052400 77  CV-FMAP-EOF-SWITCH          PIC X(01) VALUE "N".             
052500     88  CV-FMAP-EOF                        VALUE "Y".            
052600 77  CV-FMAP-CARD-NUMBER         PIC 9(06) VALUE ZERO.            
052700 77  CV-FMAP-REASON              PIC X(44) VALUE SPACES.          
052800 77  CV-FMAP-MAX-MAPS            PIC 9(04) COMP VALUE 100.        
052900 77  CV-FMAP-MAX-RANGES          PIC 9(04) COMP VALUE 20.         
053000 77  CV-FMAP-COUNT               PIC 9(04) COMP VALUE ZERO.       
053100 77  CV-FMAP-FI                  PIC 9(04) COMP VALUE ZERO.       
053200 77  CV-FMAP-RI                  PIC 9(04) COMP VALUE ZERO.       
053300 77  CV-FMAP-HIT                 PIC 9(04) COMP VALUE ZERO.       
053400 77  CV-FMAP-RANK                PIC 9(01) VALUE ZERO.            
053500 77  CV-FMAP-POS                 PIC 9(04) COMP VALUE ZERO.       
053600 77  CV-FMAP-SPAN                PIC 9(04) COMP VALUE ZERO.       
053700 77  CV-FMAP-END                 PIC 9(04) COMP VALUE ZERO.       
053800 77  CV-FMAP-KEY-ID              PIC X(08) VALUE SPACES.          
053900 77  CV-FMAP-MSG-COUNT           PIC 9(08) VALUE ZERO.            
054000 77  CV-FIELD-HOLD               PIC X(2000) VALUE SPACES.        
054100 01  CV-FIELD-MAP-TABLE.                                          
054200     05  CV-FMAP-ENTRY           OCCURS 100 TIMES.                
054300         10  CV-FE-KEY-ID        PIC X(08).                       
054400         10  CV-FE-TYPE          PIC X(08).                       
054500         10  CV-FE-TYPE-START    PIC 9(04) COMP.                  
054600         10  CV-FE-TYPE-LENGTH   PIC 9(04) COMP.                  
054700         10  CV-FE-RANGE-COUNT   PIC 9(04) COMP.                  
054800         10  CV-FE-RANGE         OCCURS 20 TIMES.                 
054900             15  CV-FE-FROM      PIC 9(04) COMP.                  
055000             15  CV-FE-LENGTH    PIC 9(04) COMP.                  
055100*                                                                 
055200 LINKAGE SECTION.                                                 
055300 01  LK-PARM-AREA.                                                
055400     05  LK-PARM-LENGTH           PIC S9(4) COMP.                 
055500     05  LK-PARM-DATA             PIC X(09).                      
055600*                                                                 
055700 PROCEDURE DIVISION USING LK-PARM-AREA.                           
055800***************************************************************** 
055900* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
056000***************************************************************** 
056100 0000-MAINLINE.                                                   
056200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
056300     IF CV-MODE-SOLVE OR CV-MODE-SOLVE-DECRYPT                    
056400         PERFORM 2070-PROCESS-FILE-SOLVE THRU 2070-EXIT           
056500             UNTIL CV-END-OF-INPUT                                
056600     ELSE                                                         
056700         PERFORM 2000-PROCESS-FILE THRU 2000-EXIT                 
056800             UNTIL CV-END-OF-INPUT                                
056900     END-IF.                                                      
057000     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
057100     STOP RUN.                                                    
057200*                                                                 
057300***************************************************************** 
057400* 1000-INITIALIZE - GET THE KEYWORD, CHECK FOR A RESTART, OPEN   *
057500* FILES, PRIME READ.                                             *
057600***************************************************************** 
057700 1000-INITIALIZE.                                                 
057800     ACCEPT CV-START-DATE FROM DATE YYYYMMDD.                     
057900     ACCEPT CV-START-TIME FROM TIME.                              
058000     PERFORM 1100-GET-KEYWORD-VALUE THRU 1100-EXIT.               
058100     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT.                   
058200     PERFORM 1700-LOAD-AUDIT-SEQUENCE THRU 1700-EXIT.             
058300     OPEN INPUT CEASERV-INPUT-FILE.                               
058400     IF CV-RESTARTING                                             
058500         OPEN EXTEND CEASERV-OUTPUT-FILE                          
058600         PERFORM 1710-RESUME-AUDIT-CHAIN THRU 1710-EXIT           
058700         OPEN EXTEND CEASER-AUDIT-FILE                            
058800         OPEN EXTEND CEASERV-CHECKPOINT-FILE                      
058900         IF CV-MODE-SOLVE OR CV-MODE-SOLVE-DECRYPT                
059000             OPEN EXTEND CEASERV-SOLVE-FILE                       
059100         END-IF                                                   
059200         PERFORM 1300-SKIP-COMPLETED-RECORDS THRU 1300-EXIT       
059300     ELSE                                                         
059400         OPEN OUTPUT CEASERV-OUTPUT-FILE                          
059500         OPEN OUTPUT CEASER-AUDIT-FILE                            
059600         OPEN OUTPUT CEASERV-CHECKPOINT-FILE                      
059700         IF CV-MODE-SOLVE OR CV-MODE-SOLVE-DECRYPT                
059800             OPEN OUTPUT CEASERV-SOLVE-FILE                       
059900         END-IF                                                   
060000     END-IF.                                                      
060100     SET CV-AUDIT-OPEN TO TRUE.                                   
060200     IF NOT CV-MODE-SOLVE AND NOT CV-MODE-SOLVE-DECRYPT           
060300         PERFORM 1800-LOAD-FIELD-MAP THRU 1800-EXIT               
060400     END-IF.                                                      
060500     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.               
060600 1000-EXIT.                                                       
060700     EXIT.                                                        
060800*                                                                 
060900***************************************************************** 
061000* 1100-GET-KEYWORD-VALUE - OBTAIN THE KEYWORD KEY-ID AND RUN     *
061100* MODE FROM THE EXEC PARM IF ONE WAS PASSED, OTHERWISE FROM A    *
061200* SYSIN CONTROL CARD, AND LOOK THE KEYWORD ITSELF UP IN THE      *
061300* CEASER-KEY-FILE KEY TABLE. THE KEYWORD NEVER APPEARS IN JCL    *
061400* OR ON THE SPOOL ANY MORE.                                      *
061500***************************************************************** 
061600 1100-GET-KEYWORD-VALUE.                                          
061700     IF LK-PARM-LENGTH > ZERO                                     
061800         MOVE LK-PARM-DATA(1:8) TO CV-KEY-ID-INPUT                
061900         IF LK-PARM-LENGTH > 8                                    
062000             MOVE LK-PARM-DATA(9:1) TO CV-RUN-MODE                
062100         END-IF                                                   
062200     ELSE                                                         
062300         OPEN INPUT CEASERV-CONTROL-FILE                          
062400         READ CEASERV-CONTROL-FILE                                
062500             AT END                                               
062600                 MOVE SPACES TO CV-CONTROL-KEY-ID                 
062700                 MOVE SPACE TO CV-CONTROL-MODE                    
062800         END-READ                                                 
062900         MOVE CV-CONTROL-KEY-ID TO CV-KEY-ID-INPUT                
063000         MOVE CV-CONTROL-MODE TO CV-RUN-MODE                      
063100         CLOSE CEASERV-CONTROL-FILE                               
063200     END-IF.                                                      
063300     IF CV-RUN-MODE = SPACE                                       
063400         MOVE "E" TO CV-RUN-MODE                                  
063500     END-IF.                                                      
063600     IF NOT CV-MODE-ENCRYPT AND NOT CV-MODE-DECRYPT               
063700             AND NOT CV-MODE-SOLVE AND NOT CV-MODE-SOLVE-DECRYPT  
063800         MOVE 0002 TO CV-MSG-NUMBER                               
063900         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
064000         DISPLAY "CEASERV0002 - MODE " CV-RUN-MODE                
064100             " NOT E, D, S, OR X"                                 
064200         MOVE 24 TO RETURN-CODE                                   
064300         GO TO 9900-ABEND-ROUTINE                                 
064400     END-IF.                                                      
064500     ACCEPT CV-RUN-DATE FROM DATE YYYYMMDD.                       
064600     MOVE CV-KEY-ID-INPUT TO CV-RUN-KEY-ID.                       
064700*    SOLVE RUNS READ UNLABELED OUTSIDE TRAFFIC - THERE IS NO      
064800*    KEY-ID TO NAME AND NO LOOKUP TO MAKE.                        
064900     IF CV-MODE-SOLVE OR CV-MODE-SOLVE-DECRYPT                    
065000         GO TO 1100-EXIT                                          
065100     END-IF.                                                      
065200     IF CV-KEY-ID-INPUT = SPACES                                  
065300         MOVE 0003 TO CV-MSG-NUMBER                               
065400         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
065500         DISPLAY "CEASERV0003 - NO KEY-ID IN PARM OR SYSIN"       
065600         MOVE 16 TO RETURN-CODE                                   
065700         GO TO 9900-ABEND-ROUTINE                                 
065800     END-IF.                                                      
065900     IF CV-KEY-ID-INPUT = "*INFILE*"                              
066000         SET CV-MULTI-PARTNER TO TRUE                             
066100     ELSE                                                         
066200         PERFORM 1120-LOOKUP-CIPHER-KEY THRU 1120-EXIT            
066300     END-IF.                                                      
066400 1100-EXIT.                                                       
066500     EXIT.                                                        
066600*                                                                 
066700***************************************************************** 
066800* 1120-LOOKUP-CIPHER-KEY - BROWSE THE KEYED CIPHER KEY TABLE     *
066900* FOR THE KEY-ID AND ADOPT THE KEYWORD OF THE LATEST ACTIVE      *
067000* GENERATION IN EFFECT FOR THE RUN DATE - THE SAME SELECTION     *
067100* CEASER'S LOOKUP MAKES. THE GENERATION IN EFFECT MUST BE A      *
067200* TYPE-V (KEYWORD) KEY - A CAESAR SHIFT KEY BELONGS TO CEASER.   *
067300* PERFORMED AGAIN FOR EVERY *KEY HEADER IN MULTI-PARTNER MODE.   *
067400***************************************************************** 
067500 1120-LOOKUP-CIPHER-KEY.                                          
067600     OPEN INPUT CEASER-KEY-FILE.                                  
067700     IF CV-KEY-FILE-STATUS NOT = "00"                             
067800         MOVE 0004 TO CV-MSG-NUMBER                               
067900         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
068000         DISPLAY "CEASERV0004 - CEASKEY OPEN FAILED, STATUS "     
068100             CV-KEY-FILE-STATUS                                   
068200         MOVE 19 TO RETURN-CODE                                   
068300         GO TO 9900-ABEND-ROUTINE                                 
068400     END-IF.                                                      
068500     MOVE "N" TO CV-KEYGEN-EOF-SWITCH.                            
068600     MOVE "N" TO CV-KEYGEN-FOUND-SWITCH.                          
068700     MOVE ZERO TO CV-PENDING-EFF-DATE.                            
068800     MOVE ZERO TO CV-COMPROMISED-EFF-DATE.                        
068900     MOVE CV-KEY-ID-INPUT TO CK-KEY-ID.                           
069000     MOVE ZERO TO CK-EFFECTIVE-DATE.                              
069100     START CEASER-KEY-FILE KEY IS NOT LESS THAN CK-KEY            
069200         INVALID KEY                                              
069300             SET CV-KEYGEN-EOF TO TRUE                            
069400     END-START.                                                   
069500     PERFORM 1130-READ-NEXT-GENERATION THRU 1130-EXIT             
069600         UNTIL CV-KEYGEN-EOF.                                     
069700     IF CV-PENDING-EFF-DATE > ZERO                                
069800         MOVE 0015 TO CV-MSG-NUMBER                               
069900         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
070000         DISPLAY "CEASERV0015 - GENERATION " CV-PENDING-EFF-DATE  
070100             " OF KEY-ID " CV-KEY-ID-INPUT                        
070200             " IS PENDING APPROVAL - NOT USED"                    
070300     END-IF.                                                      
070400     IF CV-COMPROMISED-EFF-DATE > ZERO                            
070500         MOVE 0016 TO CV-MSG-NUMBER                               
070600         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
070700         DISPLAY "CEASERV0016 - GENERATION "                      
070800             CV-COMPROMISED-EFF-DATE " OF KEY-ID " CV-KEY-ID-INPUT
070900             " IS COMPROMISED - NOT USED"                         
071000         MOVE 18 TO RETURN-CODE                                   
071100         GO TO 9900-ABEND-ROUTINE                                 
071200     END-IF.                                                      
071300     IF NOT CV-KEYGEN-FOUND                                       
071400         MOVE 0005 TO CV-MSG-NUMBER                               
071500         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
071600         DISPLAY "CEASERV0005 - NO ACTIVE GENERATION OF KEY-ID "  
071700             CV-KEY-ID-INPUT " IN EFFECT ON " CV-RUN-DATE         
071800         MOVE 18 TO RETURN-CODE                                   
071900         GO TO 9900-ABEND-ROUTINE                                 
072000     END-IF.                                                      
072100     CLOSE CEASER-KEY-FILE.                                       
072200     PERFORM 2900-VALIDATE-KEYWORD THRU 2900-EXIT.                
072300     MOVE CV-KEYWORD-INPUT TO CV-KEYWORD.                         
072400     PERFORM 1150-COMPUTE-KEYWORD-LENGTH THRU 1150-EXIT.          
072500 1120-EXIT.                                                       
072600     EXIT.                                                        
072700*                                                                 
072800***************************************************************** 
072900* 1130-READ-NEXT-GENERATION - GENERATIONS ARRIVE IN ASCENDING    *
073000* EFFECTIVE-DATE ORDER, SO EACH QUALIFYING ONE REPLACES THE ONE  *
073100* BEFORE IT AND THE LAST ONE STANDING IS THE GENERATION IN       *
073200* EFFECT. ONLY A TYPE-V GENERATION QUALIFIES - A KEY-ID WHOSE    *
073300* GENERATION IN EFFECT IS A CAESAR KEY COMES UP NOT FOUND HERE.  *
073400* A COMPROMISED GENERATION OF EITHER TYPE ENDS THE CHAIN - THE   *
073500* KEY-ID IS UNUSABLE UNTIL A NEW GENERATION TAKES OVER.          *
073600***************************************************************** 
073700 1130-READ-NEXT-GENERATION.                                       
073800     READ CEASER-KEY-FILE NEXT RECORD                             
073900         AT END                                                   
074000             SET CV-KEYGEN-EOF TO TRUE                            
074100         NOT AT END                                               
074200             IF CK-KEY-ID NOT = CV-KEY-ID-INPUT                   
074300                 SET CV-KEYGEN-EOF TO TRUE                        
074400             ELSE                                                 
074500                 IF CK-GEN-ACTIVE                                 
074600                         AND CK-TYPE-VIGENERE                     
074700                         AND CK-EFFECTIVE-DATE NOT > CV-RUN-DATE  
074800                     MOVE CK-KEYWORD TO CV-KEYWORD-INPUT          
074900                     MOVE CK-EFFECTIVE-DATE TO CV-GEN-EFF-DATE    
075000                     SET CV-KEYGEN-FOUND TO TRUE                  
075100                     MOVE ZERO TO CV-PENDING-EFF-DATE             
075200                     MOVE ZERO TO CV-COMPROMISED-EFF-DATE         
075300                 END-IF                                           
075400                 IF CK-GEN-PENDING                                
075500                         AND CK-TYPE-VIGENERE                     
075600                         AND CK-EFFECTIVE-DATE NOT > CV-RUN-DATE  
075700                     MOVE CK-EFFECTIVE-DATE TO CV-PENDING-EFF-DATE
075800                 END-IF                                           
075900                 IF CK-GEN-COMPROMISED                            
076000                         AND CK-EFFECTIVE-DATE NOT > CV-RUN-DATE  
076100                     MOVE CK-EFFECTIVE-DATE                       
076200                         TO CV-COMPROMISED-EFF-DATE               
076300                     MOVE "N" TO CV-KEYGEN-FOUND-SWITCH           
076400                 END-IF                                           
076500             END-IF                                               
076600     END-READ.                                                    
076700 1130-EXIT.                                                       
076800     EXIT.                                                        
076900*                                                                 
077000***************************************************************** 
077100* 1150-COMPUTE-KEYWORD-LENGTH - COUNT THE LEADING NON-BLANK      *
077200* CHARACTERS OF CV-KEYWORD.                                      *
077300***************************************************************** 
077400 1150-COMPUTE-KEYWORD-LENGTH.                                     
077500     MOVE ZERO TO CV-KEYLEN.                                      
077600     PERFORM 1160-COUNT-ONE-KEYWORD-CHAR THRU 1160-EXIT           
077700         VARYING CV-IL FROM 1 BY 1                                
077800         UNTIL CV-IL > 20 OR CV-KEYWORD(CV-IL:1) = SPACE.         
077900 1150-EXIT.                                                       
078000     EXIT.                                                        
078100*                                                                 
078200 1160-COUNT-ONE-KEYWORD-CHAR.                                     
078300     ADD 1 TO CV-KEYLEN.                                          
078400 1160-EXIT.                                                       
078500     EXIT.                                                        
078600*                                                                 
078700***************************************************************** 
078800* 1200-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY AN EARLIER  *
078900* RUN THAT DID NOT REACH NORMAL END OF JOB. THE LAST CHECKPOINT  *
079000* READ IS THE CURRENT ONE. A FOUND CHECKPOINT IS HONORED ONLY    *
079100* IF IT BELONGS TO THIS SAME KEY-ID AND RUN MODE - OTHERWISE IT  *
079200* IS A LEFTOVER FROM SOME EARLIER, UNRELATED INVOCATION AND      *
079300* THIS RUN STARTS FRESH. THE KEYWORD ITSELF IS NOT RESTORED      *
079400* FROM THE CHECKPOINT - THE KEY-ID LOOKUP ALREADY PERFORMED BY   *
079500* THIS RUN IS AUTHORITATIVE.                                     *
079600***************************************************************** 
079700 1200-CHECK-RESTART.                                              
079800     MOVE ZERO TO CV-RECORD-COUNT.                                
079900     MOVE ZERO TO CV-SKIP-COUNT.                                  
080000     MOVE "N" TO CV-RESTART-SWITCH.                               
080100     MOVE "N" TO CV-CKPT-EOF-SWITCH.                              
080200     MOVE "N" TO CV-CKPT-FOUND-SWITCH.                            
080300     OPEN INPUT CEASERV-CHECKPOINT-FILE.                          
080400     IF CV-CKPT-FILE-STATUS = "00"                                
080500         PERFORM 1210-READ-LATEST-CHECKPOINT THRU 1210-EXIT       
080600             UNTIL CV-CKPT-EOF                                    
080700         CLOSE CEASERV-CHECKPOINT-FILE                            
080800     END-IF.                                                      
080900     IF CV-CKPT-FOUND                                             
081000             AND CV-CKPT-KEY-ID = CV-RUN-KEY-ID                   
081100             AND CV-CKPT-MODE = CV-RUN-MODE                       
081200         MOVE CV-CKPT-RECORD-COUNT TO CV-RECORD-COUNT             
081300         MOVE CV-CKPT-RECORD-COUNT TO CV-SKIP-COUNT               
081400         MOVE CV-CKPT-HDR-SEEN TO CV-HDR-SEEN-SWITCH              
081500         MOVE CV-CKPT-TRL-SEEN TO CV-TRL-SEEN-SWITCH              
081600         MOVE CV-CKPT-DATA-COUNT TO CV-IN-DATA-COUNT              
081700         MOVE CV-CKPT-IN-HASH TO CV-IN-HASH                       
081800         MOVE CV-CKPT-OUT-HASH TO CV-OUT-HASH                     
081900         SET CV-RESTARTING TO TRUE                                
082000     END-IF.                                                      
082100 1200-EXIT.                                                       
082200     EXIT.                                                        
082300*                                                                 
082400 1210-READ-LATEST-CHECKPOINT.                                     
082500     READ CEASERV-CHECKPOINT-FILE                                 
082600         AT END                                                   
082700             SET CV-CKPT-EOF TO TRUE                              
082800         NOT AT END                                               
082900             SET CV-CKPT-FOUND TO TRUE                            
083000     END-READ.                                                    
083100 1210-EXIT.                                                       
083200     EXIT.                                                        
083300*                                                                 
083400***************************************************************** 
083500* 1300-SKIP-COMPLETED-RECORDS - ON A RESTART, READ PAST THE      *
083600* INPUT RECORDS ALREADY PROCESSED AND WRITTEN BY AN EARLIER      *
083700* RUN.                                                           *
083800***************************************************************** 
083900 1300-SKIP-COMPLETED-RECORDS.                                     
084000     PERFORM 1310-SKIP-ONE-RECORD THRU 1310-EXIT                  
084100         CV-SKIP-COUNT TIMES.                                     
084200 1300-EXIT.                                                       
084300     EXIT.                                                        
084400*                                                                 
084500***************************************************************** 
084600* 1310-SKIP-ONE-RECORD - READ PAST ONE ALREADY-PROCESSED INPUT   *
084700* RECORD. IN MULTI-PARTNER MODE A SKIPPED *KEY HEADER STILL      *
084800* GETS ITS LOOKUP PERFORMED, SO THE RESUMED RUN PICKS UP UNDER   *
084900* THE SAME PARTNER KEYWORD THE ABENDED SEGMENT WAS USING, AND A  *
085000* SKIPPED *HDR STILL NAMES THE FEED FOR THE RUN HISTORY.         *
085100***************************************************************** 
085200 1310-SKIP-ONE-RECORD.                                            
085300     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.               
085400     IF CV-MULTI-PARTNER AND NOT CV-END-OF-INPUT                  
085500             AND CV-INPUT-REC(1:5) = "*KEY "                      
085600         MOVE CV-INPUT-REC(6:8) TO CV-KEY-ID-INPUT                
085700         PERFORM 1120-LOOKUP-CIPHER-KEY THRU 1120-EXIT            
085800         SET CV-KEY-LOADED TO TRUE                                
085900     END-IF.                                                      
086000     IF NOT CV-END-OF-INPUT AND CV-INPUT-REC(1:5) = "*HDR "       
086100         MOVE CV-INPUT-REC(6:8) TO CV-OUT-HDR-FEED-ID             
086200         IF CV-INPUT-REC(15:8) NUMERIC                            
086300             MOVE CV-INPUT-REC(15:8) TO CV-HDR-FILE-DATE          
086400         END-IF                                                   
086500     END-IF.                                                      
086600 1310-EXIT.                                                       
086700     EXIT.                                                        
086800*                                                                 
086900***************************************************************** 
087000* 1400-WRITE-CHECKPOINT-RECORD - SAVE THE CURRENT RECORD COUNT,  *
087100* KEY-ID, RUN MODE, CONTROL-RECORD STATE, AND RUNNING TOTALS SO  *
087200* A RESTART CAN PICK UP FROM HERE AND STILL RECONCILE THE *TRL   *
087300* TRAILER.                                                       *
087400***************************************************************** 
087500 1400-WRITE-CHECKPOINT-RECORD.                                    
087600     MOVE CV-RECORD-COUNT TO CV-CKPT-RECORD-COUNT.                
087700     MOVE CV-RUN-KEY-ID TO CV-CKPT-KEY-ID.                        
087800     MOVE CV-RUN-MODE TO CV-CKPT-MODE.                            
087900     MOVE CV-HDR-SEEN-SWITCH TO CV-CKPT-HDR-SEEN.                 
088000     MOVE CV-TRL-SEEN-SWITCH TO CV-CKPT-TRL-SEEN.                 
088100     MOVE CV-IN-DATA-COUNT TO CV-CKPT-DATA-COUNT.                 
088200     MOVE CV-IN-HASH TO CV-CKPT-IN-HASH.                          
088300     MOVE CV-OUT-HASH TO CV-CKPT-OUT-HASH.                        
088400     WRITE CV-CHECKPOINT-REC.                                     
088500 1400-EXIT.                                                       
088600     EXIT.                                                        
088700*                                                                 
088800***************************************************************** 
088900* 1500-CLEAR-CHECKPOINT-FILE - NORMAL END OF JOB, SO THE NEXT    *
089000* RUN SHOULD START FRESH INSTEAD OF RESTARTING FROM THIS ONE.    *
089100***************************************************************** 
089200 1500-CLEAR-CHECKPOINT-FILE.                                      
089300     OPEN OUTPUT CEASERV-CHECKPOINT-FILE.                         
089400     CLOSE CEASERV-CHECKPOINT-FILE.                               
089500     IF CV-MODE-SOLVE OR CV-MODE-SOLVE-DECRYPT                    
089600         CLOSE CEASERV-SOLVE-FILE                                 
089700     END-IF.                                                      
089800 1500-EXIT.                                                       
089900     EXIT.                                                        
090000*                                                                 
090100***************************************************************** 
090200* 1700-LOAD-AUDIT-SEQUENCE - PICK UP THE AUDIT CHAIN WHERE THE   *
090300* LAST RUN LEFT IT. AN EMPTY CEASAUDS MEANS NOTHING HAS BEEN     *
090400* STAMPED YET AND THE CHAIN STARTS FROM ZERO; A MISSING ONE      *
090500* STOPS THE RUN, SINCE WRITING ON WITHOUT IT WOULD RESTART THE   *
090600* SEQUENCE IN THE MIDDLE OF THE TRAIL.                           *
090700***************************************************************** 
090800 1700-LOAD-AUDIT-SEQUENCE.                                        
090900     OPEN INPUT CEASER-AUDIT-SEQ-FILE.                            
091000     IF CV-AUDS-FILE-STATUS NOT = "00"                            
091100         MOVE 0017 TO CV-MSG-NUMBER                               
091200         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
091300         DISPLAY "CEASERV0017 - CEASAUDS OPEN FAILED, STATUS "    
091400             CV-AUDS-FILE-STATUS                                  
091500         MOVE 19 TO RETURN-CODE                                   
091600         GO TO 9900-ABEND-ROUTINE                                 
091700     END-IF.                                                      
091800     READ CEASER-AUDIT-SEQ-FILE                                   
091900         AT END                                                   
092000             MOVE ZERO TO AQ-LAST-SEQ-NO                          
092100             MOVE ZERO TO AQ-LAST-CHECK-VALUE                     
092200     END-READ.                                                    
092300     MOVE AQ-LAST-SEQ-NO TO CV-AUD-SEQ-NO.                        
092400     MOVE AQ-LAST-CHECK-VALUE TO CV-AUD-CHECK-VALUE.              
092500     CLOSE CEASER-AUDIT-SEQ-FILE.                                 
092600 1700-EXIT.                                                       
092700     EXIT.                                                        
092800*                                                                 
092900***************************************************************** 
093000* 1710-RESUME-AUDIT-CHAIN - ON A RESTART THE ABENDED RUN'S AUDIT *
093100* RECORDS ARE STILL ON THE DATASET ABOUT TO BE EXTENDED, BUT     *
093200* CEASAUDS WAS NEVER REWRITTEN. READ THE DATASET THROUGH AND     *
093300* CHAIN ON FROM ITS LAST STAMPED RECORD.                         *
093400***************************************************************** 
093500 1710-RESUME-AUDIT-CHAIN.                                         
093600     MOVE "N" TO CV-AUD-EOF-SWITCH.                               
093700     OPEN INPUT CEASER-AUDIT-FILE.                                
093800     PERFORM 1720-READ-ONE-AUDIT-RECORD THRU 1720-EXIT            
093900         UNTIL CV-AUD-EOF.                                        
094000     CLOSE CEASER-AUDIT-FILE.                                     
094100 1710-EXIT.                                                       
094200     EXIT.                                                        
094300*                                                                 
094400 1720-READ-ONE-AUDIT-RECORD.                                      
094500     READ CEASER-AUDIT-FILE                                       
094600         AT END                                                   
094700             SET CV-AUD-EOF TO TRUE                               
094800             GO TO 1720-EXIT                                      
094900     END-READ.                                                    
095000     IF CV-AUDIT-STAMPED                                          
095100         MOVE CV-AUDIT-SEQ-NO TO CV-AUD-SEQ-NO                    
095200         MOVE CV-AUDIT-CHECK-VALUE TO CV-AUD-CHECK-VALUE          
095300     END-IF.                                                      
095400 1720-EXIT.                                                       
095500     EXIT.                                                        
095600*                                                                 
095700***************************************************************** 
095800* 1750-SAVE-AUDIT-SEQUENCE - RECORD WHERE THE AUDIT CHAIN NOW    *
095900* ENDS, FOR THE NEXT RUN TO CONTINUE FROM AND FOR CEASAVF TO     *
096000* CHECK THE END OF THE TRAIL AGAINST.                            *
096100***************************************************************** 
096200 1750-SAVE-AUDIT-SEQUENCE.                                        
096300     ACCEPT CV-RUN-TIME FROM TIME.                                
096400     MOVE SPACES TO AUDIT-SEQUENCE-CONTROL-REC.                   
096500     MOVE CV-AUD-SEQ-NO TO AQ-LAST-SEQ-NO.                        
096600     MOVE CV-AUD-CHECK-VALUE TO AQ-LAST-CHECK-VALUE.              
096700     MOVE "CEASERV" TO AQ-LAST-PROGRAM.                           
096800     MOVE CV-RUN-DATE TO AQ-LAST-DATE.                            
096900     MOVE CV-RUN-TIME(1:6) TO AQ-LAST-TIME.                       
097000     OPEN OUTPUT CEASER-AUDIT-SEQ-FILE.                           
097100     WRITE AUDIT-SEQUENCE-CONTROL-REC.                            
097200     CLOSE CEASER-AUDIT-SEQ-FILE.                                 
097300 1750-EXIT.                                                       
097400     EXIT.                                                        
097500*                                                                 
097600***************************************************************** 
097700* 1800-LOAD-FIELD-MAP - LOAD THE FIELD MAP CARDS (CEASFMAP)      *
097800* INTO THE MAP TABLE, CHECKING EACH ONE. A BAD CARD STOPS THE    *
097900* RUN BEFORE ANY RECORD IS TOUCHED - A WRONG MAP COULD SHIP A    *
098000* SENSITIVE COLUMN IN CLEAR. AN EMPTY FILE MEANS NO PARTNER IS   *
098100* ON FIELD-LEVEL CIPHERING, AND EVERY RECORD IS CIPHERED WHOLE.  *
098200***************************************************************** 
098300 1800-LOAD-FIELD-MAP.                                             
098400     OPEN INPUT FIELD-MAP-FILE.                                   
098500     IF CV-FMAP-FILE-STATUS NOT = "00"                            
098600         MOVE 0019 TO CV-MSG-NUMBER                               
098700         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
098800         DISPLAY "CEASERV0019 - CEASFMAP OPEN FAILED, STATUS "    
098900             CV-FMAP-FILE-STATUS                                  
099000         MOVE 19 TO RETURN-CODE                                   
099100         GO TO 9900-ABEND-ROUTINE                                 
099200     END-IF.                                                      
099300     PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT.             
099400     PERFORM 1820-ADD-FIELD-MAP-CARD THRU 1820-EXIT               
099500         UNTIL CV-FMAP-EOF.                                       
099600     CLOSE FIELD-MAP-FILE.                                        
099700     IF CV-FMAP-COUNT > ZERO                                      
099800         DISPLAY "CEASERV - FIELD MAPS LOADED FROM CEASFMAP "     
099900             CV-FMAP-COUNT                                        
100000     END-IF.                                                      
100100 1800-EXIT.                                                       
100200     EXIT.                                                        
100300*                                                                 
100400 1810-READ-FIELD-MAP-CARD.                                        
100500     READ FIELD-MAP-FILE                                          
100600         AT END                                                   
100700             SET CV-FMAP-EOF TO TRUE                              
100800         NOT AT END                                               
100900             ADD 1 TO CV-FMAP-CARD-NUMBER                         
101000     END-READ.                                                    
101100 1810-EXIT.                                                       
101200     EXIT.                                                        
101300*                                                                 
101400***************************************************************** 
101500* 1820-ADD-FIELD-MAP-CARD - ONE RANGE CARD. THE FIRST CARD OF A  *
101600* KEY-ID AND RECORD TYPE STARTS A NEW MAP; THE CARDS AFTER IT    *
101700* ADD THEIR RANGES TO THAT MAP.                                  *
101800***************************************************************** 
101900 1820-ADD-FIELD-MAP-CARD.                                         
102000     IF FM-COMMENT-CARD OR FIELD-MAP-CARD = SPACES                
102100         PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT          
102200         GO TO 1820-EXIT                                          
102300     END-IF.                                                      
102400     PERFORM 1830-CHECK-FIELD-MAP-CARD THRU 1830-EXIT.            
102500     IF CV-FMAP-COUNT = ZERO                                      
102600             OR FM-KEY-ID NOT = CV-FE-KEY-ID(CV-FMAP-COUNT)       
102700             OR FM-RECORD-TYPE NOT = CV-FE-TYPE(CV-FMAP-COUNT)    
102800         PERFORM 1840-START-FIELD-MAP THRU 1840-EXIT              
102900     END-IF.                                                      
103000     MOVE CV-FMAP-COUNT TO CV-FMAP-FI.                            
103100     IF FM-RECORD-TYPE NOT = SPACES                               
103200         IF FM-TYPE-START NOT = CV-FE-TYPE-START(CV-FMAP-FI)      
103300            OR FM-TYPE-LENGTH NOT = CV-FE-TYPE-LENGTH(CV-FMAP-FI) 
103400             MOVE "TYPE COLUMNS DIFFER FROM THE MAP'S FIRST CARD" 
103500                 TO CV-FMAP-REASON                                
103600             GO TO 1890-REJECT-FIELD-MAP-CARD                     
103700         END-IF                                                   
103800     END-IF.                                                      
103900     IF CV-FE-RANGE-COUNT(CV-FMAP-FI) = CV-FMAP-MAX-RANGES        
104000         MOVE "MORE THAN 20 RANGES IN ONE MAP" TO CV-FMAP-REASON  
104100         GO TO 1890-REJECT-FIELD-MAP-CARD                         
104200     END-IF.                                                      
104300     ADD 1 TO CV-FE-RANGE-COUNT(CV-FMAP-FI).                      
104400     MOVE CV-FE-RANGE-COUNT(CV-FMAP-FI) TO CV-FMAP-RI.            
104500     MOVE FM-RANGE-FROM TO CV-FE-FROM(CV-FMAP-FI, CV-FMAP-RI).    
104600     COMPUTE CV-FE-LENGTH(CV-FMAP-FI, CV-FMAP-RI) =               
104700         FM-RANGE-TO - FM-RANGE-FROM + 1.                         
104800     PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT.             
104900 1820-EXIT.                                                       
105000     EXIT.                                                        
105100*                                                                 
105200***************************************************************** 
105300* 1830-CHECK-FIELD-MAP-CARD - THE RANGE MUST LIE IN COLUMNS      *
105400* 1-2000. A CARD WITH A RECORD TYPE MUST SAY WHERE THE TYPE      *
105500* SITS, AND THE RANGE MUST NOT COVER IT - THE TYPE HAS TO BE     *
105600* READABLE IN CLEAR TO FIND THE MAP AGAIN ON THE WAY BACK. A     *
105700* CARD WITH NO RECORD TYPE MUST NAME ITS KEY-ID.                 *
105800***************************************************************** 
105900 1830-CHECK-FIELD-MAP-CARD.                                       
106000     IF FM-RANGE-FROM NOT NUMERIC OR FM-RANGE-TO NOT NUMERIC      
106100         MOVE "RANGE COLUMNS NOT NUMERIC" TO CV-FMAP-REASON       
106200         GO TO 1890-REJECT-FIELD-MAP-CARD                         
106300     END-IF.                                                      
106400     IF FM-RANGE-FROM < 1 OR FM-RANGE-TO > 2000                   
106500             OR FM-RANGE-FROM > FM-RANGE-TO                       
106600         MOVE "RANGE NOT WITHIN COLUMNS 1-2000" TO CV-FMAP-REASON 
106700         GO TO 1890-REJECT-FIELD-MAP-CARD                         
106800     END-IF.                                                      
106900     IF FM-RECORD-TYPE = SPACES                                   
107000         IF FM-KEY-ID = SPACES                                    
107100             MOVE "NEITHER A KEY-ID NOR A RECORD TYPE GIVEN"      
107200                 TO CV-FMAP-REASON                                
107300             GO TO 1890-REJECT-FIELD-MAP-CARD                     
107400         END-IF                                                   
107500         GO TO 1830-EXIT                                          
107600     END-IF.                                                      
107700     IF FM-TYPE-START NOT NUMERIC OR FM-TYPE-LENGTH NOT NUMERIC   
107800         MOVE "RECORD TYPE COLUMNS NOT NUMERIC" TO CV-FMAP-REASON 
107900         GO TO 1890-REJECT-FIELD-MAP-CARD                         
108000     END-IF.                                                      
108100     IF FM-TYPE-START < 1 OR FM-TYPE-START > 2000                 
108200             OR FM-TYPE-LENGTH < 1 OR FM-TYPE-LENGTH > 8          
108300         MOVE "RECORD TYPE COLUMNS NOT VALID" TO CV-FMAP-REASON   
108400         GO TO 1890-REJECT-FIELD-MAP-CARD                         
108500     END-IF.                                                      
108600     COMPUTE CV-FMAP-END = FM-TYPE-START + FM-TYPE-LENGTH - 1.    
108700     IF CV-FMAP-END > 2000                                        
108800         MOVE "RECORD TYPE COLUMNS NOT VALID" TO CV-FMAP-REASON   
108900         GO TO 1890-REJECT-FIELD-MAP-CARD                         
109000     END-IF.                                                      
109100     IF FM-TYPE-LENGTH < 8                                        
109200         IF FM-RECORD-TYPE(FM-TYPE-LENGTH + 1:8 - FM-TYPE-LENGTH) 
109300                 NOT = SPACES                                     
109400             MOVE "RECORD TYPE LONGER THAN ITS COLUMNS"           
109500                 TO CV-FMAP-REASON                                
109600             GO TO 1890-REJECT-FIELD-MAP-CARD                     
109700         END-IF                                                   
109800     END-IF.                                                      
109900     IF FM-RANGE-FROM NOT > CV-FMAP-END                           
110000             AND FM-RANGE-TO NOT < FM-TYPE-START                  
110100         MOVE "RANGE COVERS THE RECORD TYPE COLUMNS"              
110200             TO CV-FMAP-REASON                                    
110300         GO TO 1890-REJECT-FIELD-MAP-CARD                         
110400     END-IF.                                                      
110500 1830-EXIT.                                                       
110600     EXIT.                                                        
110700*                                                                 
110800***************************************************************** 
110900* 1840-START-FIELD-MAP - OPEN A NEW MAP IN THE TABLE. A KEY-ID   *
111000* AND RECORD TYPE ALREADY MAPPED FURTHER UP MEANS THE CARDS OF   *
111100* ONE MAP ARE SPLIT, WHICH IS REJECTED RATHER THAN GUESSED AT.   *
111200***************************************************************** 
111300 1840-START-FIELD-MAP.                                            
111400     PERFORM 1850-CHECK-ONE-EARLIER-MAP THRU 1850-EXIT            
111500         VARYING CV-FMAP-FI FROM 1 BY 1                           
111600         UNTIL CV-FMAP-FI > CV-FMAP-COUNT.                        
111700     IF CV-FMAP-COUNT = CV-FMAP-MAX-MAPS                          
111800         MOVE "MORE THAN 100 MAPS" TO CV-FMAP-REASON              
111900         GO TO 1890-REJECT-FIELD-MAP-CARD                         
112000     END-IF.                                                      
112100     ADD 1 TO CV-FMAP-COUNT.                                      
112200     MOVE FM-KEY-ID TO CV-FE-KEY-ID(CV-FMAP-COUNT).               
112300     MOVE FM-RECORD-TYPE TO CV-FE-TYPE(CV-FMAP-COUNT).            
112400     MOVE ZERO TO CV-FE-RANGE-COUNT(CV-FMAP-COUNT).               
112500     IF FM-RECORD-TYPE = SPACES                                   
112600         MOVE ZERO TO CV-FE-TYPE-START(CV-FMAP-COUNT)             
112700         MOVE ZERO TO CV-FE-TYPE-LENGTH(CV-FMAP-COUNT)            
112800     ELSE                                                         
112900         MOVE FM-TYPE-START TO CV-FE-TYPE-START(CV-FMAP-COUNT)    
113000         MOVE FM-TYPE-LENGTH TO CV-FE-TYPE-LENGTH(CV-FMAP-COUNT)  
113100     END-IF.                                                      
113200 1840-EXIT.                                                       
113300     EXIT.                                                        
113400*                                                                 
113500 1850-CHECK-ONE-EARLIER-MAP.                                      
113600     IF CV-FE-KEY-ID(CV-FMAP-FI) = FM-KEY-ID                      
113700             AND CV-FE-TYPE(CV-FMAP-FI) = FM-RECORD-TYPE          
113800         MOVE "MAP REPEATED - KEEP ITS CARDS TOGETHER"            
113900             TO CV-FMAP-REASON                                    
114000         GO TO 1890-REJECT-FIELD-MAP-CARD                         
114100     END-IF.                                                      
114200 1850-EXIT.                                                       
114300     EXIT.                                                        
114400*                                                                 
114500 1890-REJECT-FIELD-MAP-CARD.                                      
114600     MOVE 0020 TO CV-MSG-NUMBER.                                  
114700     PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT.                    
114800     DISPLAY "CEASERV0020 - CEASFMAP CARD " CV-FMAP-CARD-NUMBER   
114900         " REJECTED - " CV-FMAP-REASON.                           
115000     CLOSE FIELD-MAP-FILE.                                        
115100     MOVE 16 TO RETURN-CODE.                                      
115200     GO TO 9900-ABEND-ROUTINE.                                    
115300 1890-EXIT.                                                       
115400     EXIT.                                                        
115500*                                                                 
115600***************************************************************** 
115700* 2000-PROCESS-FILE - PROCESS ONE INPUT RECORD: IN MULTI-        *
115800* PARTNER MODE A *KEY HEADER SWITCHES THE KEYWORD IN FORCE AND   *
115900* IS COPIED THROUGH; EVERY OTHER RECORD IS ENCRYPTED OR          *
116000* DECRYPTED PER CV-RUN-MODE.                                     *
116100***************************************************************** 
116200 2000-PROCESS-FILE.                                               
116300     EVALUATE TRUE                                                
116400         WHEN CV-INPUT-REC(1:5) = "*HDR "                         
116500             PERFORM 2400-PROCESS-INPUT-HEADER THRU 2400-EXIT     
116600         WHEN CV-INPUT-REC(1:5) = "*TRL "                         
116700             PERFORM 2500-PROCESS-INPUT-TRAILER THRU 2500-EXIT    
116800         WHEN CV-MULTI-PARTNER AND CV-INPUT-REC(1:5) = "*KEY "    
116900             PERFORM 2300-SWITCH-PARTNER-KEY THRU 2300-EXIT       
117000         WHEN OTHER                                               
117100             PERFORM 2010-TRANSFORM-ONE-RECORD THRU 2010-EXIT     
117200     END-EVALUATE.                                                
117300     ADD 1 TO CV-RECORD-COUNT.                                    
117400     DIVIDE CV-RECORD-COUNT BY CV-CKPT-INTERVAL                   
117500         GIVING CV-CKPT-QUOTIENT                                  
117600         REMAINDER CV-CKPT-REMAINDER.                             
117700     IF CV-CKPT-REMAINDER = ZERO                                  
117800         PERFORM 1400-WRITE-CHECKPOINT-RECORD THRU 1400-EXIT      
117900     END-IF.                                                      
118000     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.               
118100 2000-EXIT.                                                       
118200     EXIT.                                                        
118300*                                                                 
118400 2010-TRANSFORM-ONE-RECORD.                                       
118500     IF NOT CV-HDR-SEEN                                           
118600         MOVE 0009 TO CV-MSG-NUMBER                               
118700         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
118800         DISPLAY "CEASERV0009 - CEASVIN DOES NOT LEAD WITH A "    
118900             "*HDR CONTROL HEADER"                                
119000         MOVE 21 TO RETURN-CODE                                   
119100         GO TO 9900-ABEND-ROUTINE                                 
119200     END-IF.                                                      
119300     IF CV-TRL-SEEN                                               
119400         MOVE 0013 TO CV-MSG-NUMBER                               
119500         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
119600         DISPLAY "CEASERV0013 - DATA RECORD AFTER THE *TRL "      
119700             "CONTROL TRAILER"                                    
119800         MOVE 21 TO RETURN-CODE                                   
119900         GO TO 9900-ABEND-ROUTINE                                 
120000     END-IF.                                                      
120100     IF CV-MULTI-PARTNER AND NOT CV-KEY-LOADED                    
120200         MOVE 0007 TO CV-MSG-NUMBER                               
120300         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
120400         DISPLAY "CEASERV0007 - DATA RECORD BEFORE FIRST *KEY "   
120500             "HEADER"                                             
120600         MOVE 22 TO RETURN-CODE                                   
120700         GO TO 9900-ABEND-ROUTINE                                 
120800     END-IF.                                                      
120900     MOVE SPACES TO CM-MYSTRING.                                  
121000     MOVE CV-INPUT-REC(1:CV-IN-LENGTH) TO CM-MYSTRING.            
121100     PERFORM 2050-FIND-MESSAGE-LENGTH THRU 2050-EXIT.             
121200     IF CV-MODE-DECRYPT                                           
121300         PERFORM 3100-DECRYPT-MESSAGE THRU 3100-EXIT              
121400     ELSE                                                         
121500         PERFORM 3000-ENCRYPT-MESSAGE THRU 3000-EXIT              
121600     END-IF.                                                      
121700     MOVE CM-RESULT TO CV-OUTPUT-REC.                             
121800     MOVE CM-STRE TO CV-OUT-LENGTH.                               
121900     WRITE CV-OUTPUT-REC.                                         
122000     ADD 1 TO CV-OUT-REC-COUNT.                                   
122100     ADD 1 TO CV-IN-DATA-COUNT.                                   
122200     PERFORM 3300-ADD-RECORD-TO-HASHES THRU 3300-EXIT.            
122300 2010-EXIT.                                                       
122400     EXIT.                                                        
122500*                                                                 
122600 2100-READ-INPUT-RECORD.                                          
122700     READ CEASERV-INPUT-FILE                                      
122800         AT END                                                   
122900             SET CV-END-OF-INPUT TO TRUE                          
123000     END-READ.                                                    
123100 2100-EXIT.                                                       
123200     EXIT.                                                        
123300*                                                                 
123400***************************************************************** 
123500* 2050-FIND-MESSAGE-LENGTH - THE REAL TEXT LENGTH IS THE RECORD  *
123600* LENGTH LESS TRAILING PAD SPACES. AN ALL-BLANK MESSAGE IS       *
123700* CARRIED AS A SINGLE SPACE, NEVER A ZERO-LENGTH RECORD.         *
123800***************************************************************** 
123900 2050-FIND-MESSAGE-LENGTH.                                        
124000     MOVE CV-IN-LENGTH TO CM-STRE.                                
124100     MOVE "N" TO CV-TRIM-SWITCH.                                  
124200     PERFORM 2060-DROP-ONE-TRAILING-SPACE THRU 2060-EXIT          
124300         UNTIL CV-TRIM-DONE OR CM-STRE = ZERO.                    
124400     IF CM-STRE = ZERO                                            
124500         MOVE 1 TO CM-STRE                                        
124600     END-IF.                                                      
124700 2050-EXIT.                                                       
124800     EXIT.                                                        
124900*                                                                 
125000 2060-DROP-ONE-TRAILING-SPACE.                                    
125100     IF CM-MYSTRING(CM-STRE:1) = SPACE                            
125200         SUBTRACT 1 FROM CM-STRE                                  
125300     ELSE                                                         
125400         SET CV-TRIM-DONE TO TRUE                                 
125500     END-IF.                                                      
125600 2060-EXIT.                                                       
125700     EXIT.                                                        
125800*                                                                 
125900***************************************************************** 
126000* 2070-PROCESS-FILE-SOLVE - RUN CRYPTANALYSIS AGAINST ONE        *
126100* MESSAGE RECORD OF UNKNOWN KEYWORD AND REPORT THE LIKELY KEY.   *
126200* SOLVE RUNS READ UNLABELED OUTSIDE FILES, SO THE *HDR/*TRL      *
126300* CONVENTION DOES NOT APPLY, BUT THE RUN CHECKPOINTS JUST LIKE   *
126400* 2000-PROCESS-FILE SO A LARGE SOLVE BATCH GETS THE SAME         *
126500* RESTART PROTECTION.                                            *
126600***************************************************************** 
126700 2070-PROCESS-FILE-SOLVE.                                         
126800     MOVE SPACES TO CM-MYSTRING.                                  
126900     MOVE CV-INPUT-REC(1:CV-IN-LENGTH) TO CM-MYSTRING.            
127000     PERFORM 2050-FIND-MESSAGE-LENGTH THRU 2050-EXIT.             
127100     ADD 1 TO CV-RECORD-COUNT.                                    
127200     PERFORM 4000-SOLVE-KEYWORD THRU 4000-EXIT.                   
127300     PERFORM 4500-MATCH-KEYWORD-TO-KEYS THRU 4500-EXIT.           
127400     PERFORM 4600-WRITE-SOLVE-RECORD THRU 4600-EXIT.              
127500     IF CV-MODE-SOLVE-DECRYPT                                     
127600         PERFORM 2080-DECRYPT-WITH-KEYWORD THRU 2080-EXIT         
127700     END-IF.                                                      
127800     DIVIDE CV-RECORD-COUNT BY CV-CKPT-INTERVAL                   
127900         GIVING CV-CKPT-QUOTIENT                                  
128000         REMAINDER CV-CKPT-REMAINDER.                             
128100     IF CV-CKPT-REMAINDER = ZERO                                  
128200         PERFORM 1400-WRITE-CHECKPOINT-RECORD THRU 1400-EXIT      
128300     END-IF.                                                      
128400     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.               
128500 2070-EXIT.                                                       
128600     EXIT.                                                        
128700*                                                                 
128800***************************************************************** 
128900* 2080-DECRYPT-WITH-KEYWORD - SOLVE-AND-DECRYPT MODE GOES ON     *
129000* TO WRITE THE DECRYPTED MESSAGE UNDER THE RECOVERED KEYWORD     *
129100* IN THE SAME PASS, SO AN UNLABELED TAPE NO LONGER NEEDS A       *
129200* SECOND SCHEDULED RUN.                                          *
129300***************************************************************** 
129400 2080-DECRYPT-WITH-KEYWORD.                                       
129500     MOVE CV-RECOVERED-KEYWORD TO CV-KEYWORD.                     
129600     MOVE CV-BEST-KEYLEN TO CV-KEYLEN.                            
129700     PERFORM 3100-DECRYPT-MESSAGE THRU 3100-EXIT.                 
129800     MOVE CM-RESULT TO CV-OUTPUT-REC.                             
129900     MOVE CM-STRE TO CV-OUT-LENGTH.                               
130000     WRITE CV-OUTPUT-REC.                                         
130100     ADD 1 TO CV-OUT-REC-COUNT.                                   
130200 2080-EXIT.                                                       
130300     EXIT.                                                        
130400*                                                                 
130500***************************************************************** 
130600* 2300-SWITCH-PARTNER-KEY - A *KEY HEADER NAMES THE PARTNER KEY  *
130700* FOR THE MESSAGE GROUP THAT FOLLOWS. LOOK IT UP AND COPY THE    *
130800* HEADER THROUGH TO CEASVOUT UNCHANGED, SO THE OUTPUT STAYS      *
130900* PARTITIONED BY PARTNER FOR THE RELEASE STEP TO SPLIT ON.       *
131000***************************************************************** 
131100 2300-SWITCH-PARTNER-KEY.                                         
131200     MOVE CV-INPUT-REC(6:8) TO CV-KEY-ID-INPUT.                   
131300     IF CV-KEY-ID-INPUT = SPACES                                  
131400         MOVE 0008 TO CV-MSG-NUMBER                               
131500         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
131600         DISPLAY "CEASERV0008 - *KEY HEADER NAMES NO KEY-ID"      
131700         MOVE 23 TO RETURN-CODE                                   
131800         GO TO 9900-ABEND-ROUTINE                                 
131900     END-IF.                                                      
132000     PERFORM 1120-LOOKUP-CIPHER-KEY THRU 1120-EXIT.               
132100     SET CV-KEY-LOADED TO TRUE.                                   
132200     MOVE CV-IN-LENGTH TO CV-OUT-LENGTH.                          
132300     MOVE CV-INPUT-REC TO CV-OUTPUT-REC.                          
132400     WRITE CV-OUTPUT-REC.                                         
132500     ADD 1 TO CV-OUT-REC-COUNT.                                   
132600 2300-EXIT.                                                       
132700     EXIT.                                                        
132800*                                                                 
132900***************************************************************** 
133000* 2400-PROCESS-INPUT-HEADER - THE *HDR CONTROL HEADER MUST BE    *
133100* THE FIRST RECORD OF THE FILE. ADOPT ITS FEED ID AND WRITE THE  *
133200* MATCHING HEADER ON CEASVOUT, STAMPED WITH THIS RUN'S DATE.     *
133300***************************************************************** 
133400 2400-PROCESS-INPUT-HEADER.                                       
133500     IF CV-HDR-SEEN OR CV-RECORD-COUNT > ZERO                     
133600         MOVE 0009 TO CV-MSG-NUMBER                               
133700         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
133800         DISPLAY "CEASERV0009 - *HDR CONTROL HEADER IS NOT THE "  
133900             "FIRST RECORD"                                       
134000         MOVE 21 TO RETURN-CODE                                   
134100         GO TO 9900-ABEND-ROUTINE                                 
134200     END-IF.                                                      
134300     SET CV-HDR-SEEN TO TRUE.                                     
134400     MOVE CV-INPUT-REC(6:8) TO CV-OUT-HDR-FEED-ID.                
134500     IF CV-INPUT-REC(15:8) NUMERIC                                
134600         MOVE CV-INPUT-REC(15:8) TO CV-HDR-FILE-DATE              
134700     END-IF.                                                      
134800     MOVE CV-RUN-DATE TO CV-OUT-HDR-DATE.                         
134900     MOVE 22 TO CV-OUT-LENGTH.                                    
135000     MOVE CV-OUT-HEADER-REC TO CV-OUTPUT-REC.                     
135100     WRITE CV-OUTPUT-REC.                                         
135200     ADD 1 TO CV-OUT-REC-COUNT.                                   
135300 2400-EXIT.                                                       
135400     EXIT.                                                        
135500*                                                                 
135600***************************************************************** 
135700* 2500-PROCESS-INPUT-TRAILER - THE *TRL CONTROL TRAILER CARRIES  *
135800* THE DATA RECORD COUNT AND HASH TOTAL THE SENDER COMPUTED.      *
135900* RECONCILE BOTH AGAINST WHAT THIS RUN ACTUALLY READ AND ABEND   *
136000* ON ANY DISAGREEMENT. ON SUCCESS, WRITE THE MATCHING TRAILER    *
136100* ON CEASVOUT WITH THE OUTPUT-SIDE HASH.                         *
136200***************************************************************** 
136300 2500-PROCESS-INPUT-TRAILER.                                      
136400     IF NOT CV-HDR-SEEN                                           
136500         MOVE 0009 TO CV-MSG-NUMBER                               
136600         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
136700         DISPLAY "CEASERV0009 - CEASVIN DOES NOT LEAD WITH A "    
136800             "*HDR CONTROL HEADER"                                
136900         MOVE 21 TO RETURN-CODE                                   
137000         GO TO 9900-ABEND-ROUTINE                                 
137100     END-IF.                                                      
137200     IF CV-TRL-SEEN                                               
137300         MOVE 0013 TO CV-MSG-NUMBER                               
137400         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
137500         DISPLAY "CEASERV0013 - MORE THAN ONE *TRL CONTROL "      
137600             "TRAILER"                                            
137700         MOVE 21 TO RETURN-CODE                                   
137800         GO TO 9900-ABEND-ROUTINE                                 
137900     END-IF.                                                      
138000     IF CV-INPUT-REC(6:8) NOT NUMERIC                             
138100             OR CV-INPUT-REC(15:12) NOT NUMERIC                   
138200         MOVE 0014 TO CV-MSG-NUMBER                               
138300         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
138400         DISPLAY "CEASERV0014 - *TRL CONTROL TRAILER IS "         
138500             "MALFORMED"                                          
138600         MOVE 21 TO RETURN-CODE                                   
138700         GO TO 9900-ABEND-ROUTINE                                 
138800     END-IF.                                                      
138900     MOVE CV-INPUT-REC(6:8) TO CV-TRL-COUNT-IN.                   
139000     MOVE CV-INPUT-REC(15:12) TO CV-TRL-HASH-IN.                  
139100     IF CV-TRL-COUNT-IN NOT = CV-IN-DATA-COUNT                    
139200         MOVE 0010 TO CV-MSG-NUMBER                               
139300         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
139400         DISPLAY "CEASERV0010 - TRAILER COUNT " CV-TRL-COUNT-IN   
139500             " DOES NOT MATCH " CV-IN-DATA-COUNT                  
139600             " DATA RECORDS READ"                                 
139700         MOVE 21 TO RETURN-CODE                                   
139800         GO TO 9900-ABEND-ROUTINE                                 
139900     END-IF.                                                      
140000     IF CV-TRL-HASH-IN NOT = CV-IN-HASH                           
140100         MOVE 0011 TO CV-MSG-NUMBER                               
140200         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
140300         DISPLAY "CEASERV0011 - TRAILER HASH " CV-TRL-HASH-IN     
140400             " DOES NOT MATCH COMPUTED " CV-IN-HASH               
140500         MOVE 21 TO RETURN-CODE                                   
140600         GO TO 9900-ABEND-ROUTINE                                 
140700     END-IF.                                                      
140800     SET CV-TRL-SEEN TO TRUE.                                     
140900     MOVE CV-IN-DATA-COUNT TO CV-OUT-TRL-COUNT.                   
141000     MOVE CV-OUT-HASH TO CV-OUT-TRL-HASH.                         
141100     MOVE 26 TO CV-OUT-LENGTH.                                    
141200     MOVE CV-OUT-TRAILER-REC TO CV-OUTPUT-REC.                    
141300     WRITE CV-OUTPUT-REC.                                         
141400     ADD 1 TO CV-OUT-REC-COUNT.                                   
141500 2500-EXIT.                                                       
141600     EXIT.                                                        
141700*                                                                 
141800***************************************************************** 
141900* 2900-VALIDATE-KEYWORD - REJECT A KEY RECORD WITH A BLANK       *
142000* KEYWORD BEFORE A SINGLE CHARACTER GETS TRANSFORMED.            *
142100***************************************************************** 
142200 2900-VALIDATE-KEYWORD.                                           
142300     IF CV-KEYWORD-INPUT = SPACES                                 
142400         MOVE 0001 TO CV-MSG-NUMBER                               
142500         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
142600         DISPLAY "CEASERV0001 - KEY-ID " CV-KEY-ID-INPUT          
142700             " CARRIES NO KEYWORD"                                
142800         MOVE 16 TO RETURN-CODE                                   
142900         GO TO 9900-ABEND-ROUTINE                                 
143000     END-IF.                                                      
143100 2900-EXIT.                                                       
143200     EXIT.                                                        
143300*                                                                 
143400***************************************************************** 
143500* 3000-ENCRYPT-MESSAGE - ROTATE EACH LETTER OF CM-MYSTRING       *
143600* FORWARD BY THE SHIFT OF ITS KEYWORD LETTER, RESULT IN          *
143700* CM-RESULT. WHEN A FIELD MAP COVERS THE MESSAGE, ONLY ITS       *
143800* COLUMNS CHANGE (3400).                                         *
143900***************************************************************** 
144000 3000-ENCRYPT-MESSAGE.                                            
144100     MOVE CM-MYSTRING TO CV-TEMP.                                 
144200     MOVE 1 TO CV-IL.                                             
144300     MOVE ZERO TO CV-KEYPOS.                                      
144400     MOVE SPACES TO CM-RESULT.                                    
144500     PERFORM 3010-SHIFT-ONE-CHARACTER THRU 3010-EXIT              
144600         CM-STRE TIMES.                                           
144700     MOVE CV-KEY-ID-INPUT TO CV-FMAP-KEY-ID.                      
144800     PERFORM 3400-APPLY-FIELD-MAP THRU 3400-EXIT.                 
144900     DISPLAY CM-RESULT(1:CM-STRE).                                
145000     MOVE "3000-ENCRYPT-MESSAGE" TO CV-AUDIT-PARAGRAPH.           
145100     PERFORM 3900-WRITE-AUDIT-RECORD THRU 3900-EXIT.              
145200 3000-EXIT.                                                       
145300     EXIT.                                                        
145400*                                                                 
145500 3010-SHIFT-ONE-CHARACTER.                                        
145600     MOVE CV-TEMP(CV-IL:1) TO CV-TEMPC.                           
145700     MOVE FUNCTION ORD(CV-TEMPC) TO CV-ASCIIV.                    
145800     IF CV-ASCIIV > 65 AND CV-ASCIIV < 92                         
145900         PERFORM 3020-GET-KEYWORD-SHIFT THRU 3020-EXIT            
146000         ADD CV-KEYSHIFT TO CV-ASCIIV                             
146100         IF CV-ASCIIV > 91                                        
146200             SUBTRACT 91 FROM CV-ASCIIV                           
146300             ADD 65 TO CV-ASCIIV                                  
146400         END-IF                                                   
146500         MOVE FUNCTION CHAR(CV-ASCIIV) TO CV-TEMPC                
146600     END-IF.                                                      
146700     IF CV-ASCIIV > 97 AND CV-ASCIIV < 124                        
146800         PERFORM 3020-GET-KEYWORD-SHIFT THRU 3020-EXIT            
146900         ADD CV-KEYSHIFT TO CV-ASCIIV                             
147000         IF CV-ASCIIV > 123                                       
147100             SUBTRACT 123 FROM CV-ASCIIV                          
147200             ADD 97 TO CV-ASCIIV                                  
147300         END-IF                                                   
147400         MOVE FUNCTION CHAR(CV-ASCIIV) TO CV-TEMPC                
147500     END-IF.                                                      
147600     STRING CV-TEMPC DELIMITED BY SIZE                            
147700         INTO CM-RESULT WITH POINTER CV-IL.                       
147800 3010-EXIT.                                                       
147900     EXIT.                                                        
148000*                                                                 
148100***************************************************************** 
148200* 3020-GET-KEYWORD-SHIFT - DERIVE THE SHIFT (0-25) FROM THE      *
148300* KEYWORD LETTER AT THE CURRENT POSITION, THEN ADVANCE THE       *
148400* POSITION FOR THE NEXT LETTER OF THE MESSAGE.                   *
148500***************************************************************** 
148600 3020-GET-KEYWORD-SHIFT.                                          
148700     DIVIDE CV-KEYPOS BY CV-KEYLEN                                
148800         GIVING CV-KEYQUOT                                        
148900         REMAINDER CV-KEYPOSN.                                    
149000     ADD 1 TO CV-KEYPOSN.                                         
149100     MOVE CV-KEYWORD(CV-KEYPOSN:1) TO CV-KEYC.                    
149200     MOVE FUNCTION UPPER-CASE(CV-KEYC) TO CV-KEYC.                
149300     MOVE FUNCTION ORD(CV-KEYC) TO CV-KEYV.                       
149400     SUBTRACT 66 FROM CV-KEYV GIVING CV-KEYSHIFT.                 
149500     ADD 1 TO CV-KEYPOS.                                          
149600 3020-EXIT.                                                       
149700     EXIT.                                                        
149800*                                                                 
149900***************************************************************** 
150000* 3100-DECRYPT-MESSAGE - ROTATE EACH LETTER OF CM-MYSTRING       *
150100* BACKWARD BY THE SHIFT OF ITS KEYWORD LETTER, RESULT IN         *
150200* CM-RESULT. WHEN A FIELD MAP COVERS THE MESSAGE, ONLY ITS       *
150300* COLUMNS CHANGE (3400).                                         *
150400***************************************************************** 
150500 3100-DECRYPT-MESSAGE.                                            
150600     MOVE CM-MYSTRING TO CV-TEMP.                                 
150700     MOVE 1 TO CV-IL.                                             
150800     MOVE ZERO TO CV-KEYPOS.                                      
150900     MOVE SPACES TO CM-RESULT.                                    
151000     PERFORM 3110-UNSHIFT-ONE-CHARACTER THRU 3110-EXIT            
151100         CM-STRE TIMES.                                           
151200     MOVE CV-KEY-ID-INPUT TO CV-FMAP-KEY-ID.                      
151300     PERFORM 3400-APPLY-FIELD-MAP THRU 3400-EXIT.                 
151400     DISPLAY CM-RESULT(1:CM-STRE).                                
151500     MOVE "3100-DECRYPT-MESSAGE" TO CV-AUDIT-PARAGRAPH.           
151600     PERFORM 3900-WRITE-AUDIT-RECORD THRU 3900-EXIT.              
151700 3100-EXIT.                                                       
151800     EXIT.                                                        
151900*                                                                 
152000 3110-UNSHIFT-ONE-CHARACTER.                                      
152100     MOVE CV-TEMP(CV-IL:1) TO CV-TEMPC.                           
152200     MOVE FUNCTION ORD(CV-TEMPC) TO CV-ASCIIV.                    
152300     IF CV-ASCIIV > 65 AND CV-ASCIIV < 92                         
152400         PERFORM 3020-GET-KEYWORD-SHIFT THRU 3020-EXIT            
152500         SUBTRACT CV-KEYSHIFT FROM CV-ASCIIV                      
152600         IF CV-ASCIIV < 66                                        
152700             SUBTRACT CV-ASCIIV FROM 66 GIVING CV-WRAP            
152800             SUBTRACT CV-WRAP FROM 92 GIVING CV-ASCIIV            
152900         END-IF                                                   
153000         MOVE FUNCTION CHAR(CV-ASCIIV) TO CV-TEMPC                
153100     END-IF.                                                      
153200     IF CV-ASCIIV > 97 AND CV-ASCIIV < 124                        
153300         PERFORM 3020-GET-KEYWORD-SHIFT THRU 3020-EXIT            
153400         SUBTRACT CV-KEYSHIFT FROM CV-ASCIIV                      
153500         IF CV-ASCIIV < 98                                        
153600             SUBTRACT CV-ASCIIV FROM 98 GIVING CV-WRAP            
153700             SUBTRACT CV-WRAP FROM 124 GIVING CV-ASCIIV           
153800         END-IF                                                   
153900         MOVE FUNCTION CHAR(CV-ASCIIV) TO CV-TEMPC                
154000     END-IF.                                                      
154100     STRING CV-TEMPC DELIMITED BY SIZE                            
154200         INTO CM-RESULT WITH POINTER CV-IL.                       
154300 3110-EXIT.                                                       
154400     EXIT.                                                        
154500*                                                                 
154600***************************************************************** 
154700* 3300-ADD-RECORD-TO-HASHES - FOLD THE DATA RECORD JUST          *
154800* PROCESSED INTO THE RUNNING INPUT AND OUTPUT HASH TOTALS. THE   *
154900* TOTALS WRAP AT TWELVE DIGITS, WHICH IS WHAT THE RECEIVING      *
155000* SIDE'S CHECK COMPUTES TOO.                                     *
155100***************************************************************** 
155200 3300-ADD-RECORD-TO-HASHES.                                       
155300     MOVE 1 TO CV-HI.                                             
155400     PERFORM 3310-HASH-ONE-INPUT-CHAR THRU 3310-EXIT              
155500         CM-STRE TIMES.                                           
155600     MOVE 1 TO CV-HI.                                             
155700     PERFORM 3320-HASH-ONE-OUTPUT-CHAR THRU 3320-EXIT             
155800         CM-STRE TIMES.                                           
155900 3300-EXIT.                                                       
156000     EXIT.                                                        
156100*                                                                 
156200 3310-HASH-ONE-INPUT-CHAR.                                        
156300     MOVE CM-MYSTRING(CV-HI:1) TO CV-HASHC.                       
156400     MOVE FUNCTION ORD(CV-HASHC) TO CV-HASHV.                     
156500     ADD CV-HASHV TO CV-IN-HASH.                                  
156600     ADD 1 TO CV-HI.                                              
156700 3310-EXIT.                                                       
156800     EXIT.                                                        
156900*                                                                 
157000 3320-HASH-ONE-OUTPUT-CHAR.                                       
157100     MOVE CM-RESULT(CV-HI:1) TO CV-HASHC.                         
157200     MOVE FUNCTION ORD(CV-HASHC) TO CV-HASHV.                     
157300     ADD CV-HASHV TO CV-OUT-HASH.                                 
157400     ADD 1 TO CV-HI.                                              
157500 3320-EXIT.                                                       
157600     EXIT.                                                        
157700*                                                                 
157800***************************************************************** 
157900* 3400-APPLY-FIELD-MAP - FIELD-LEVEL CIPHERING. CM-RESULT        *
158000* HOLDS THE WHOLE MESSAGE TRANSFORMED. WHEN A FIELD MAP COVERS   *
158100* THE MESSAGE UNDER CV-FMAP-KEY-ID, ONLY ITS RANGES KEEP         *
158200* THE TRANSFORMED TEXT AND EVERY OTHER COLUMN GOES BACK TO WHAT  *
158300* CAME IN - SO THE CIPHERED COLUMNS ARE EXACTLY WHAT A WHOLE-    *
158400* RECORD CIPHER WOULD HAVE GIVEN. THE RECORD TYPE IS READ FROM   *
158500* THE INCOMING TEXT, SO WHATEVER MAP IS USED - OR NONE, WHEN     *
158600* THE MESSAGE IS CIPHERED WHOLE - THE TYPE COLUMNS OF EVERY      *
158700* TYPED MAP THAT CAN APPLY UNDER THE KEY-ID ARE THEN PUT BACK    *
158800* AS THEY CAME IN (3430). THEY ARE NEVER CIPHERED, EVEN WHERE    *
158900* ANOTHER MAP'S RANGE COVERS THEM, SO THE DECRYPT READS THE      *
159000* SAME TYPE THE ENCRYPT DID AND PICKS THE SAME MAP. A RECORD     *
159100* TOO SHORT TO CARRY ITS TYPE MATCHES NO TYPED MAP.              *
159200***************************************************************** 
159300 3400-APPLY-FIELD-MAP.                                            
159400     IF CV-FMAP-COUNT = ZERO                                      
159500         GO TO 3400-EXIT                                          
159600     END-IF.                                                      
159700     MOVE ZERO TO CV-FMAP-HIT.                                    
159800     MOVE 9 TO CV-FMAP-RANK.                                      
159900     PERFORM 3410-RANK-ONE-FIELD-MAP THRU 3410-EXIT               
160000         VARYING CV-FMAP-FI FROM 1 BY 1                           
160100         UNTIL CV-FMAP-FI > CV-FMAP-COUNT OR CV-FMAP-RANK = 1.    
160200     IF CV-FMAP-HIT NOT = ZERO                                    
160300         MOVE CM-RESULT TO CV-FIELD-HOLD                          
160400         MOVE CM-MYSTRING(1:CM-STRE)                              
160500             TO CM-RESULT(1:CM-STRE)                              
160600         PERFORM 3420-TAKE-ONE-RANGE THRU 3420-EXIT               
160700             VARYING CV-FMAP-RI FROM 1 BY 1                       
160800             UNTIL CV-FMAP-RI > CV-FE-RANGE-COUNT(CV-FMAP-HIT)    
160900         ADD 1 TO CV-FMAP-MSG-COUNT                               
161000     END-IF.                                                      
161100     PERFORM 3430-KEEP-TYPE-COLUMNS THRU 3430-EXIT                
161200         VARYING CV-FMAP-FI FROM 1 BY 1                           
161300         UNTIL CV-FMAP-FI > CV-FMAP-COUNT.                        
161400 3400-EXIT.                                                       
161500     EXIT.                                                        
161600*                                                                 
161700 3410-RANK-ONE-FIELD-MAP.                                         
161800     IF CV-FE-TYPE(CV-FMAP-FI) = SPACES                           
161900         IF CV-FE-KEY-ID(CV-FMAP-FI) = CV-FMAP-KEY-ID             
162000                 AND CV-FMAP-RANK > 2                             
162100             MOVE CV-FMAP-FI TO CV-FMAP-HIT                       
162200             MOVE 2 TO CV-FMAP-RANK                               
162300         END-IF                                                   
162400         GO TO 3410-EXIT                                          
162500     END-IF.                                                      
162600     IF CV-FE-KEY-ID(CV-FMAP-FI) NOT = CV-FMAP-KEY-ID             
162700             AND CV-FE-KEY-ID(CV-FMAP-FI) NOT = SPACES            
162800         GO TO 3410-EXIT                                          
162900     END-IF.                                                      
163000     COMPUTE CV-FMAP-END = CV-FE-TYPE-START(CV-FMAP-FI)           
163100         + CV-FE-TYPE-LENGTH(CV-FMAP-FI) - 1.                     
163200     IF CV-FMAP-END > CM-STRE                                     
163300         GO TO 3410-EXIT                                          
163400     END-IF.                                                      
163500     MOVE CV-FE-TYPE-START(CV-FMAP-FI) TO CV-FMAP-POS.            
163600     MOVE CV-FE-TYPE-LENGTH(CV-FMAP-FI) TO CV-FMAP-SPAN.          
163700     IF CM-MYSTRING(CV-FMAP-POS:CV-FMAP-SPAN)                     
163800             NOT = CV-FE-TYPE(CV-FMAP-FI)(1:CV-FMAP-SPAN)         
163900         GO TO 3410-EXIT                                          
164000     END-IF.                                                      
164100     IF CV-FE-KEY-ID(CV-FMAP-FI) = CV-FMAP-KEY-ID                 
164200         MOVE CV-FMAP-FI TO CV-FMAP-HIT                           
164300         MOVE 1 TO CV-FMAP-RANK                                   
164400     ELSE                                                         
164500         IF CV-FMAP-RANK > 3                                      
164600             MOVE CV-FMAP-FI TO CV-FMAP-HIT                       
164700             MOVE 3 TO CV-FMAP-RANK                               
164800         END-IF                                                   
164900     END-IF.                                                      
165000 3410-EXIT.                                                       
165100     EXIT.                                                        
165200*                                                                 
165300 3420-TAKE-ONE-RANGE.                                             
165400     MOVE CV-FE-FROM(CV-FMAP-HIT, CV-FMAP-RI) TO CV-FMAP-POS.     
165500     IF CV-FMAP-POS > CM-STRE                                     
165600         GO TO 3420-EXIT                                          
165700     END-IF.                                                      
165800     MOVE CV-FE-LENGTH(CV-FMAP-HIT, CV-FMAP-RI) TO CV-FMAP-SPAN.  
165900     IF CV-FMAP-POS + CV-FMAP-SPAN - 1 > CM-STRE                  
166000         COMPUTE CV-FMAP-SPAN = CM-STRE - CV-FMAP-POS + 1         
166100     END-IF.                                                      
166200     MOVE CV-FIELD-HOLD(CV-FMAP-POS:CV-FMAP-SPAN)                 
166300         TO CM-RESULT(CV-FMAP-POS:CV-FMAP-SPAN).                  
166400 3420-EXIT.                                                       
166500     EXIT.                                                        
166600*                                                                 
166700***************************************************************** 
166800* 3430-KEEP-TYPE-COLUMNS - PUT BACK THE INCOMING TEXT IN THE     *
166900* TYPE COLUMNS OF ONE TYPED MAP THAT CAN APPLY UNDER THE KEY-ID  *
167000* - ITS OWN OR AN ANY-KEY MAP - AS FAR AS THE MESSAGE REACHES.   *
167100***************************************************************** 
167200 3430-KEEP-TYPE-COLUMNS.                                          
167300     IF CV-FE-TYPE(CV-FMAP-FI) = SPACES                           
167400         GO TO 3430-EXIT                                          
167500     END-IF.                                                      
167600     IF CV-FE-KEY-ID(CV-FMAP-FI) NOT = CV-FMAP-KEY-ID             
167700             AND CV-FE-KEY-ID(CV-FMAP-FI) NOT = SPACES            
167800         GO TO 3430-EXIT                                          
167900     END-IF.                                                      
168000     MOVE CV-FE-TYPE-START(CV-FMAP-FI) TO CV-FMAP-POS.            
168100     IF CV-FMAP-POS > CM-STRE                                     
168200         GO TO 3430-EXIT                                          
168300     END-IF.                                                      
168400     MOVE CV-FE-TYPE-LENGTH(CV-FMAP-FI) TO CV-FMAP-SPAN.          
168500     IF CV-FMAP-POS + CV-FMAP-SPAN - 1 > CM-STRE                  
168600         COMPUTE CV-FMAP-SPAN = CM-STRE - CV-FMAP-POS + 1         
168700     END-IF.                                                      
168800     MOVE CM-MYSTRING(CV-FMAP-POS:CV-FMAP-SPAN)                   
168900         TO CM-RESULT(CV-FMAP-POS:CV-FMAP-SPAN).                  
169000 3430-EXIT.                                                       
169100     EXIT.                                                        
169200*                                                                 
169300***************************************************************** 
169400* 3900-WRITE-AUDIT-RECORD - LOG ONE ENCRYPT OR DECRYPT           *
169500* OPERATION. THE SHIFT FIELD IS ZERO - A KEYWORD KEY HAS NO      *
169600* SINGLE SHIFT, AND THE KEYWORD ITSELF NEVER GOES TO THE AUDIT   *
169700* TRAIL.                                                         *
169800***************************************************************** 
169900 3900-WRITE-AUDIT-RECORD.                                         
170000     MOVE CV-RUN-DATE TO CV-AUDIT-DATE.                           
170100     MOVE ZERO TO CV-AUDIT-SHIFT.                                 
170200     MOVE CM-STRE TO CV-AUDIT-LENGTH.                             
170300     MOVE CV-GEN-EFF-DATE TO CV-AUDIT-GEN-DATE.                   
170400     MOVE CV-KEY-ID-INPUT TO CV-AUDIT-KEY-ID.                     
170500     MOVE "CEASERV" TO CV-AUDIT-PROGRAM.                          
170600     PERFORM 3950-STAMP-AUDIT-RECORD THRU 3950-EXIT.              
170700     WRITE CV-AUDIT-REC.                                          
170800 3900-EXIT.                                                       
170900     EXIT.                                                        
171000*                                                                 
171100***************************************************************** 
171200* 3950-STAMP-AUDIT-RECORD - GIVE THE AUDIT RECORD THE NEXT       *
171300* SEQUENCE NUMBER AND CHAIN ITS CHECK VALUE FROM THE LAST ONE,   *
171400* EXACTLY AS CEASER DOES: THE LAST CHECK VALUE TIMES 31, PLUS    *
171500* EACH OF THE RECORD'S FIRST 70 BYTE VALUES WEIGHTED BY ITS      *
171600* POSITION, PLUS THE SEQUENCE NUMBER, ALL MODULO 999999937.      *
171700***************************************************************** 
171800 3950-STAMP-AUDIT-RECORD.                                         
171900     IF CV-AUD-SEQ-NO = 999999999                                 
172000         MOVE 1 TO CV-AUD-SEQ-NO                                  
172100     ELSE                                                         
172200         ADD 1 TO CV-AUD-SEQ-NO                                   
172300     END-IF.                                                      
172400     MOVE "S" TO CV-AUDIT-STAMP.                                  
172500     MOVE CV-AUD-SEQ-NO TO CV-AUDIT-SEQ-NO.                       
172600     MOVE SPACE TO CV-AUDIT-REC(80:1).                            
172700     MOVE ZERO TO CV-AUD-BYTE-SUM.                                
172800     MOVE 1 TO CV-AUD-BI.                                         
172900     PERFORM 3960-ADD-ONE-AUDIT-BYTE THRU 3960-EXIT 70 TIMES.     
173000     COMPUTE CV-AUD-CHECK-WORK = CV-AUD-CHECK-VALUE * 31          
173100         + CV-AUD-BYTE-SUM + CV-AUD-SEQ-NO.                       
173200     DIVIDE CV-AUD-CHECK-WORK BY 999999937                        
173300         GIVING CV-AUD-CHECK-QUOT REMAINDER CV-AUD-CHECK-VALUE.   
173400     MOVE CV-AUD-CHECK-VALUE TO CV-AUDIT-CHECK-VALUE.             
173500 3950-EXIT.                                                       
173600     EXIT.                                                        
173700*                                                                 
173800 3960-ADD-ONE-AUDIT-BYTE.                                         
173900     MOVE CV-AUDIT-REC(CV-AUD-BI:1) TO CV-ORD-CHAR.               
174000     COMPUTE CV-AUD-BYTE-SUM = CV-AUD-BYTE-SUM                    
174100         + CV-ORD-VALUE * CV-AUD-BI.                              
174200     ADD 1 TO CV-AUD-BI.                                          
174300 3960-EXIT.                                                       
174400     EXIT.                                                        
174500*                                                                 
174600***************************************************************** 
174700* 4000-SOLVE-KEYWORD - RECOVER THE KEYWORD OF ONE MESSAGE OF     *
174800* UNKNOWN KEY. A REPEATING KEYWORD DEFEATS A WHOLE-MESSAGE       *
174900* FREQUENCY SCORE, SO THE MESSAGE'S LETTERS ARE SLICED INTO      *
175000* COLUMNS: ESTIMATE THE KEYWORD LENGTH BY INDEX OF               *
175100* COINCIDENCE, THEN RECOVER EACH COLUMN'S SHIFT BY FREQUENCY     *
175200* ANALYSIS - EVERY COLUMN IS A PLAIN CAESAR STREAM.              *
175300***************************************************************** 
175400 4000-SOLVE-KEYWORD.                                              
175500     PERFORM 4050-COLLECT-LETTERS THRU 4050-EXIT.                 
175600     PERFORM 4100-ESTIMATE-KEYWORD-LENGTH THRU 4100-EXIT.         
175700     PERFORM 4300-RECOVER-KEYWORD THRU 4300-EXIT.                 
175800     DISPLAY "CEASERV - MOST LIKELY KEYWORD IS "                  
175900         CV-RECOVERED-KEYWORD(1:CV-BEST-KEYLEN)                   
176000         " (LENGTH " CV-BEST-KEYLEN ")".                          
176100 4000-EXIT.                                                       
176200     EXIT.                                                        
176300*                                                                 
176400***************************************************************** 
176500* 4050-COLLECT-LETTERS - PULL THE MESSAGE'S LETTERS (ONLY)       *
176600* INTO A TABLE OF ALPHABET VALUES 0-25. PUNCTUATION, DIGITS,     *
176700* AND SPACES DO NOT ADVANCE THE KEYWORD IN THE CIPHER, SO THEY   *
176800* DO NOT BELONG TO ANY COLUMN.                                   *
176900***************************************************************** 
177000 4050-COLLECT-LETTERS.                                            
177100     MOVE ZERO TO CV-LETTERS-TOTAL.                               
177200     PERFORM 4060-COLLECT-ONE-CHARACTER THRU 4060-EXIT            
177300         VARYING CV-CI FROM 1 BY 1 UNTIL CV-CI > CM-STRE.         
177400 4050-EXIT.                                                       
177500     EXIT.                                                        
177600*                                                                 
177700 4060-COLLECT-ONE-CHARACTER.                                      
177800     MOVE CM-MYSTRING(CV-CI:1) TO CV-SOLVEC.                      
177900     MOVE FUNCTION UPPER-CASE(CV-SOLVEC) TO CV-SOLVEC.            
178000     MOVE FUNCTION ORD(CV-SOLVEC) TO CV-CHARV.                    
178100     IF CV-CHARV > 65 AND CV-CHARV < 92                           
178200         ADD 1 TO CV-LETTERS-TOTAL                                
178300         SUBTRACT 66 FROM CV-CHARV                                
178400         MOVE CV-CHARV TO CV-LETVAL(CV-LETTERS-TOTAL)             
178500     END-IF.                                                      
178600 4060-EXIT.                                                       
178700     EXIT.                                                        
178800*                                                                 
178900***************************************************************** 
179000* 4100-ESTIMATE-KEYWORD-LENGTH - TRY EVERY CANDIDATE LENGTH 1    *
179100* TO 20 (THE CK-KEYWORD FIELD BOUNDS THE KEYWORD) AND TAKE THE   *
179200* SMALLEST WHOSE COLUMNS AVERAGE AN ENGLISH-LOOKING INDEX OF     *
179300* COINCIDENCE. A LENGTH LEAVING FEWER THAN TWO LETTERS PER       *
179400* COLUMN CANNOT BE MEASURED AND IS SKIPPED. IF NO LENGTH         *
179500* CLEARS THE THRESHOLD THE BEST AVERAGE WINS, AND A MESSAGE      *
179600* TOO SHORT TO SLICE FALLS BACK TO LENGTH ONE.                   *
179700***************************************************************** 
179800 4100-ESTIMATE-KEYWORD-LENGTH.                                    
179900     MOVE ZERO TO CV-BEST-KEYLEN.                                 
180000     MOVE ZERO TO CV-BEST-IC.                                     
180100     MOVE "N" TO CV-KEYLEN-SET-SWITCH.                            
180200     PERFORM 4110-TRY-ONE-LENGTH THRU 4110-EXIT                   
180300         VARYING CV-CAND-LEN FROM 1 BY 1                          
180400         UNTIL CV-CAND-LEN > 20 OR CV-KEYLEN-SET.                 
180500     IF CV-BEST-KEYLEN = ZERO                                     
180600         MOVE 1 TO CV-BEST-KEYLEN                                 
180700     END-IF.                                                      
180800 4100-EXIT.                                                       
180900     EXIT.                                                        
181000*                                                                 
181100 4110-TRY-ONE-LENGTH.                                             
181200     COMPUTE CV-COL-LETTERS =                                     
181300         CV-LETTERS-TOTAL / CV-CAND-LEN.                          
181400     IF CV-COL-LETTERS < 2                                        
181500         GO TO 4110-EXIT                                          
181600     END-IF.                                                      
181700     MOVE ZERO TO CV-IC-SUM.                                      
181800     PERFORM 4120-MEASURE-ONE-COLUMN THRU 4120-EXIT               
181900         VARYING CV-COL FROM 1 BY 1                               
182000         UNTIL CV-COL > CV-CAND-LEN.                              
182100     COMPUTE CV-IC-AVERAGE = CV-IC-SUM / CV-CAND-LEN.             
182200     IF CV-IC-AVERAGE > CV-BEST-IC                                
182300         MOVE CV-IC-AVERAGE TO CV-BEST-IC                         
182400         MOVE CV-CAND-LEN TO CV-BEST-KEYLEN                       
182500     END-IF.                                                      
182600     IF CV-IC-AVERAGE NOT < CV-IC-THRESHOLD                       
182700         MOVE CV-CAND-LEN TO CV-BEST-KEYLEN                       
182800         SET CV-KEYLEN-SET TO TRUE                                
182900     END-IF.                                                      
183000 4110-EXIT.                                                       
183100     EXIT.                                                        
183200*                                                                 
183300***************************************************************** 
183400* 4120-MEASURE-ONE-COLUMN - INDEX OF COINCIDENCE OF THE LETTERS  *
183500* AT POSITIONS CV-COL, CV-COL + LENGTH, ... - SCALED BY 10000    *
183600* AND ADDED INTO THE CANDIDATE LENGTH'S RUNNING SUM.             *
183700***************************************************************** 
183800 4120-MEASURE-ONE-COLUMN.                                         
183900     PERFORM 4130-COUNT-COLUMN-LETTERS THRU 4130-EXIT.            
184000     IF CV-COL-LETTERS < 2                                        
184100         GO TO 4120-EXIT                                          
184200     END-IF.                                                      
184300     MOVE ZERO TO CV-IC-NUMERATOR.                                
184400     PERFORM 4140-SUM-ONE-IC-TERM THRU 4140-EXIT                  
184500         VARYING CV-FI FROM 1 BY 1 UNTIL CV-FI > 26.              
184600     COMPUTE CV-IC-VALUE =                                        
184700         (10000 * CV-IC-NUMERATOR) /                              
184800         (CV-COL-LETTERS * (CV-COL-LETTERS - 1)).                 
184900     ADD CV-IC-VALUE TO CV-IC-SUM.                                
185000 4120-EXIT.                                                       
185100     EXIT.                                                        
185200*                                                                 
185300***************************************************************** 
185400* 4130-COUNT-COLUMN-LETTERS - TALLY THE 26 LETTER COUNTS OF      *
185500* THE COLUMN IN HAND, FOR THE CANDIDATE LENGTH IN HAND.          *
185600***************************************************************** 
185700 4130-COUNT-COLUMN-LETTERS.                                       
185800     PERFORM 4135-CLEAR-ONE-COUNT THRU 4135-EXIT                  
185900         VARYING CV-FI FROM 1 BY 1 UNTIL CV-FI > 26.              
186000     MOVE ZERO TO CV-COL-LETTERS.                                 
186100     PERFORM 4136-TALLY-ONE-POSITION THRU 4136-EXIT               
186200         VARYING CV-LPOS FROM CV-COL BY CV-CAND-LEN               
186300         UNTIL CV-LPOS > CV-LETTERS-TOTAL.                        
186400 4130-EXIT.                                                       
186500     EXIT.                                                        
186600*                                                                 
186700 4135-CLEAR-ONE-COUNT.                                            
186800     MOVE ZERO TO CV-COL-COUNT(CV-FI).                            
186900 4135-EXIT.                                                       
187000     EXIT.                                                        
187100*                                                                 
187200 4136-TALLY-ONE-POSITION.                                         
187300     COMPUTE CV-FI = CV-LETVAL(CV-LPOS) + 1.                      
187400     ADD 1 TO CV-COL-COUNT(CV-FI).                                
187500     ADD 1 TO CV-COL-LETTERS.                                     
187600 4136-EXIT.                                                       
187700     EXIT.                                                        
187800*                                                                 
187900 4140-SUM-ONE-IC-TERM.                                            
188000     COMPUTE CV-IC-NUMERATOR = CV-IC-NUMERATOR +                  
188100         (CV-COL-COUNT(CV-FI) * (CV-COL-COUNT(CV-FI) - 1)).       
188200 4140-EXIT.                                                       
188300     EXIT.                                                        
188400*                                                                 
188500***************************************************************** 
188600* 4300-RECOVER-KEYWORD - FOR EACH KEYWORD POSITION, TRY ALL 26   *
188700* SHIFTS AGAINST THAT POSITION'S COLUMN AND KEEP THE SHIFT       *
188800* WHOSE DECRYPT SITS CLOSEST TO ENGLISH LETTER FREQUENCY. A      *
188900* KEYWORD LETTER OF A IS SHIFT ZERO - UNLIKE CEASER'S 1-25,      *
189000* ZERO IS A LEGITIMATE VIGENERE SHIFT. THE WINNING SHIFTS        *
189100* SPELL THE KEYWORD; THE COLUMN SCORES SUM INTO THE MESSAGE'S    *
189200* SOLVE SCORE (LOWER IS A CLOSER FIT).                           *
189300***************************************************************** 
189400 4300-RECOVER-KEYWORD.                                            
189500     MOVE SPACES TO CV-RECOVERED-KEYWORD.                         
189600     MOVE ZERO TO CV-BEST-SCORE.                                  
189700     MOVE CV-BEST-KEYLEN TO CV-CAND-LEN.                          
189800     PERFORM 4310-RECOVER-ONE-POSITION THRU 4310-EXIT             
189900         VARYING CV-COL FROM 1 BY 1                               
190000         UNTIL CV-COL > CV-BEST-KEYLEN.                           
190100 4300-EXIT.                                                       
190200     EXIT.                                                        
190300*                                                                 
190400 4310-RECOVER-ONE-POSITION.                                       
190500     PERFORM 4130-COUNT-COLUMN-LETTERS THRU 4130-EXIT.            
190600     MOVE 9999999 TO CV-COL-BEST-SCORE.                           
190700     MOVE ZERO TO CV-COL-BEST-SHIFT.                              
190800     PERFORM 4320-TRY-ONE-SHIFT THRU 4320-EXIT                    
190900         VARYING CV-TRY-SHIFT FROM 0 BY 1                         
191000         UNTIL CV-TRY-SHIFT > 25.                                 
191100     COMPUTE CV-CHARV = CV-COL-BEST-SHIFT + 66.                   
191200     MOVE FUNCTION CHAR(CV-CHARV) TO CV-WORKC.                    
191300     MOVE CV-WORKC TO CV-RECOVERED-KEYWORD(CV-COL:1).             
191400     ADD CV-COL-BEST-SCORE TO CV-BEST-SCORE.                      
191500 4310-EXIT.                                                       
191600     EXIT.                                                        
191700*                                                                 
191800***************************************************************** 
191900* 4320-TRY-ONE-SHIFT - SCORE ONE CANDIDATE SHIFT FOR THE         *
192000* COLUMN IN HAND: UNDO THE SHIFT AGAINST THE COLUMN'S LETTER     *
192100* COUNTS AND MEASURE HOW FAR THE RESULT DEVIATES FROM NORMAL     *
192200* ENGLISH FREQUENCY, THE WAY CEASER'S 4020 SCORES A WHOLE        *
192300* CANDIDATE DECRYPT.                                             *
192400***************************************************************** 
192500 4320-TRY-ONE-SHIFT.                                              
192600     MOVE ZERO TO CV-CAND-SCORE.                                  
192700     PERFORM 4330-SCORE-ONE-LETTER THRU 4330-EXIT                 
192800         VARYING CV-FI FROM 1 BY 1 UNTIL CV-FI > 26.              
192900     IF CV-CAND-SCORE < CV-COL-BEST-SCORE                         
193000         MOVE CV-CAND-SCORE TO CV-COL-BEST-SCORE                  
193100         MOVE CV-TRY-SHIFT TO CV-COL-BEST-SHIFT                   
193200     END-IF.                                                      
193300 4320-EXIT.                                                       
193400     EXIT.                                                        
193500*                                                                 
193600 4330-SCORE-ONE-LETTER.                                           
193700*    THE CIPHER LETTER WHOSE PLAINTEXT WOULD BE CV-FI UNDER       
193800*    THE TRIAL SHIFT IS CV-FI PLUS THE SHIFT, WRAPPED AT 26.      
193900     COMPUTE CV-PLAINV = CV-FI + CV-TRY-SHIFT.                    
194000     IF CV-PLAINV > 26                                            
194100         SUBTRACT 26 FROM CV-PLAINV                               
194200     END-IF.                                                      
194300     COMPUTE CV-EXPECTED-COUNT =                                  
194400         (CV-COL-LETTERS * CV-FREQ-WEIGHT(CV-FI)) / 1000.         
194500     COMPUTE CV-COUNT-DIFF =                                      
194600         CV-COL-COUNT(CV-PLAINV) - CV-EXPECTED-COUNT.             
194700     COMPUTE CV-CAND-SCORE =                                      
194800         CV-CAND-SCORE + (CV-COUNT-DIFF * CV-COUNT-DIFF).         
194900 4330-EXIT.                                                       
195000     EXIT.                                                        
195100*                                                                 
195200***************************************************************** 
195300* 4500-MATCH-KEYWORD-TO-KEYS - SWEEP THE WHOLE KEY TABLE AND     *
195400* NAME THE KEY-ID(S) WHOSE TYPE-V GENERATION IN EFFECT FOR THE   *
195500* RUN DATE CARRIES THE RECOVERED KEYWORD, SO NOBODY HAS TO       *
195600* EYEBALL CEASKEY AFTER A SOLVE RUN. GENERATIONS ARRIVE IN       *
195700* KEY-ID ORDER, SO EACH KEY-ID GROUP IS CLOSED OUT WHEN THE      *
195800* NEXT ONE STARTS AND THE LAST GROUP AT END OF FILE.             *
195900***************************************************************** 
196000 4500-MATCH-KEYWORD-TO-KEYS.                                      
196100     MOVE ZERO TO CV-MATCH-COUNT.                                 
196200     MOVE SPACES TO CV-MATCHED-KEY-ID.                            
196300     MOVE SPACES TO CV-SWEEP-KEY-ID.                              
196400     MOVE SPACES TO CV-SWEEP-KEYWORD.                             
196500     MOVE "N" TO CV-SWEEP-FOUND-SWITCH.                           
196600     MOVE "N" TO CV-KEYSWEEP-EOF-SWITCH.                          
196700     OPEN INPUT CEASER-KEY-FILE.                                  
196800     IF CV-KEY-FILE-STATUS NOT = "00"                             
196900         MOVE 0004 TO CV-MSG-NUMBER                               
197000         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
197100         DISPLAY "CEASERV0004 - CEASKEY OPEN FAILED, STATUS "     
197200             CV-KEY-FILE-STATUS                                   
197300         MOVE 19 TO RETURN-CODE                                   
197400         GO TO 9900-ABEND-ROUTINE                                 
197500     END-IF.                                                      
197600     MOVE LOW-VALUES TO CK-KEY.                                   
197700     START CEASER-KEY-FILE KEY IS NOT LESS THAN CK-KEY            
197800         INVALID KEY                                              
197900             SET CV-KEYSWEEP-EOF TO TRUE                          
198000     END-START.                                                   
198100     PERFORM 4510-SWEEP-NEXT-GENERATION THRU 4510-EXIT            
198200         UNTIL CV-KEYSWEEP-EOF.                                   
198300     CLOSE CEASER-KEY-FILE.                                       
198400 4500-EXIT.                                                       
198500     EXIT.                                                        
198600*                                                                 
198700 4510-SWEEP-NEXT-GENERATION.                                      
198800     READ CEASER-KEY-FILE NEXT RECORD                             
198900         AT END                                                   
199000             SET CV-KEYSWEEP-EOF TO TRUE                          
199100             PERFORM 4520-CLOSE-KEY-GROUP THRU 4520-EXIT          
199200         NOT AT END                                               
199300             IF CK-KEY-ID NOT = CV-SWEEP-KEY-ID                   
199400                 PERFORM 4520-CLOSE-KEY-GROUP THRU 4520-EXIT      
199500                 MOVE CK-KEY-ID TO CV-SWEEP-KEY-ID                
199600                 MOVE "N" TO CV-SWEEP-FOUND-SWITCH                
199700             END-IF                                               
199800             IF CK-GEN-ACTIVE                                     
199900                     AND CK-TYPE-VIGENERE                         
200000                     AND CK-EFFECTIVE-DATE NOT > CV-RUN-DATE      
200100                 MOVE FUNCTION UPPER-CASE(CK-KEYWORD)             
200200                     TO CV-SWEEP-KEYWORD                          
200300                 SET CV-SWEEP-FOUND TO TRUE                       
200400             END-IF                                               
200500             IF CK-GEN-COMPROMISED                                
200600                     AND CK-EFFECTIVE-DATE NOT > CV-RUN-DATE      
200700                 MOVE "N" TO CV-SWEEP-FOUND-SWITCH                
200800             END-IF                                               
200900     END-READ.                                                    
201000 4510-EXIT.                                                       
201100     EXIT.                                                        
201200*                                                                 
201300 4520-CLOSE-KEY-GROUP.                                            
201400     IF CV-SWEEP-KEY-ID = SPACES                                  
201500         GO TO 4520-EXIT                                          
201600     END-IF.                                                      
201700     IF CV-SWEEP-FOUND                                            
201800             AND CV-SWEEP-KEYWORD =                               
201900                 FUNCTION UPPER-CASE(CV-RECOVERED-KEYWORD)        
202000         ADD 1 TO CV-MATCH-COUNT                                  
202100         IF CV-MATCHED-KEY-ID = SPACES                            
202200             MOVE CV-SWEEP-KEY-ID TO CV-MATCHED-KEY-ID            
202300         END-IF                                                   
202400     END-IF.                                                      
202500 4520-EXIT.                                                       
202600     EXIT.                                                        
202700*                                                                 
202800***************************************************************** 
202900* 4600-WRITE-SOLVE-RECORD - RECORD THIS MESSAGE'S SOLVE RESULT   *
203000* ON CEASVSLV AND TELL THE OPERATOR WHICH KEY THE KEYWORD        *
203100* BELONGS TO ON SYSOUT.                                          *
203200***************************************************************** 
203300 4600-WRITE-SOLVE-RECORD.                                         
203400     MOVE CV-RECORD-COUNT TO CV-SLV-RECORD-NUMBER.                
203500     MOVE CV-BEST-KEYLEN TO CV-SLV-KEYLEN.                        
203600     MOVE CV-RECOVERED-KEYWORD TO CV-SLV-KEYWORD.                 
203700     MOVE CV-BEST-SCORE TO CV-SLV-SCORE.                          
203800     MOVE CV-MATCHED-KEY-ID TO CV-SLV-KEY-ID.                     
203900     MOVE CV-MATCH-COUNT TO CV-SLV-KEY-MATCHES.                   
204000     WRITE CV-SOLVE-REC.                                          
204100     IF CV-MATCH-COUNT > ZERO                                     
204200         DISPLAY "CEASERV - KEYWORD MATCHES KEY-ID "              
204300             CV-MATCHED-KEY-ID " (" CV-MATCH-COUNT " KEY(S))"     
204400     ELSE                                                         
204500         DISPLAY "CEASERV - NO KEY IN EFFECT CARRIES THIS "       
204600             "KEYWORD"                                            
204700     END-IF.                                                      
204800 4600-EXIT.                                                       
204900     EXIT.                                                        
205000*                                                                 
205100***************************************************************** 
205200* 8900-WRITE-RUN-HISTORY - ADD THIS STEP'S RECORD TO THE RUN     *
205300* HISTORY FILE. PERFORMED LAST AT NORMAL END AND FROM THE ABEND  *
205400* ROUTINE, SO EVERY EXECUTION LEAVES ONE. A HISTORY FILE THAT    *
205500* WILL NOT OPEN IS REPORTED BUT LEAVES THE RETURN CODE ALONE -   *
205600* THE STEP'S OWN WORK IS DONE BY THEN, AND THE STEPS AFTER IT    *
205700* ARE CONDITIONED ON ITS RESULT, NOT ON THE BOOKKEEPING.         *
205800***************************************************************** 
205900 8900-WRITE-RUN-HISTORY.                                          
206000     OPEN EXTEND RUN-HISTORY-FILE.                                
206100     IF CV-RHST-FILE-STATUS NOT = "00"                            
206200         DISPLAY "CEASERV0018 - CEASRHST OPEN FAILED, "           
206300             "STATUS " CV-RHST-FILE-STATUS                        
206400             " - NO RUN HISTORY RECORD WRITTEN"                   
206500         GO TO 8900-EXIT                                          
206600     END-IF.                                                      
206700     MOVE SPACES TO RUN-HISTORY-REC.                              
206800     MOVE "CEASERV" TO RH-PROGRAM.                                
206900     MOVE CV-OUT-HDR-FEED-ID TO RH-FEED-ID.                       
207000     MOVE CV-HDR-FILE-DATE TO RH-FILE-DATE.                       
207100     IF CV-RUN-KEY-ID = SPACES                                    
207200         MOVE CV-KEY-ID-INPUT TO RH-KEY-ID                        
207300     ELSE                                                         
207400         MOVE CV-RUN-KEY-ID TO RH-KEY-ID                          
207500     END-IF.                                                      
207600     MOVE CV-RUN-MODE TO RH-RUN-MODE.                             
207700     MOVE CV-RECORD-COUNT TO RH-RECORDS-READ.                     
207800     MOVE CV-OUT-REC-COUNT TO RH-RECORDS-WRITTEN.                 
207900     MOVE ZERO TO RH-RECORDS-SUSPENDED.                           
208000     MOVE ZERO TO RH-EXCEPTION-COUNT.                             
208100     MOVE CV-START-DATE TO RH-START-DATE.                         
208200     MOVE CV-START-TIME(1:6) TO RH-START-TIME.                    
208300     ACCEPT RH-END-DATE FROM DATE YYYYMMDD.                       
208400     ACCEPT CV-END-TIME FROM TIME.                                
208500     MOVE CV-END-TIME(1:6) TO RH-END-TIME.                        
208600     IF CV-RESTARTING                                             
208700         MOVE "Y" TO RH-RESTART-FLAG                              
208800     ELSE                                                         
208900         MOVE "N" TO RH-RESTART-FLAG                              
209000     END-IF.                                                      
209100     MOVE CV-HIGH-MSG-NUMBER TO RH-HIGH-MSG-NUMBER.               
209200     MOVE RETURN-CODE TO RH-RETURN-CODE.                          
209300     WRITE RUN-HISTORY-REC.                                       
209400     CLOSE RUN-HISTORY-FILE.                                      
209500 8900-EXIT.                                                       
209600     EXIT.                                                        
209700*                                                                 
209800***************************************************************** 
209900* 8950-NOTE-MESSAGE - KEEP THE HIGHEST NUMBERED MESSAGE ISSUED,  *
210000* FOR THE RUN HISTORY RECORD.                                    *
210100***************************************************************** 
210200 8950-NOTE-MESSAGE.                                               
210300     IF CV-MSG-NUMBER > CV-HIGH-MSG-NUMBER                        
210400         MOVE CV-MSG-NUMBER TO CV-HIGH-MSG-NUMBER                 
210500     END-IF.                                                      
210600 8950-EXIT.                                                       
210700     EXIT.                                                        
210800*                                                                 
210900***************************************************************** 
211000* 9000-TERMINATE - REQUIRE THE CONTROL TRAILER TO HAVE BEEN      *
211100* SEEN, CLOSE FILES, AND CLEAR THE CHECKPOINT AT NORMAL END OF   *
211200* JOB.                                                           *
211300***************************************************************** 
211400 9000-TERMINATE.                                                  
211500*    THE AUDIT CHAIN IS SAVED FIRST, SO EVEN A RUN THAT ENDS ON A 
211600*    MISSING TRAILER LEAVES CEASAUDS IN STEP WITH WHAT IT WROTE.  
211700     PERFORM 1750-SAVE-AUDIT-SEQUENCE THRU 1750-EXIT.             
211800     IF NOT CV-MODE-SOLVE AND NOT CV-MODE-SOLVE-DECRYPT           
211900             AND NOT CV-TRL-SEEN                                  
212000         MOVE 0012 TO CV-MSG-NUMBER                               
212100         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
212200         DISPLAY "CEASERV0012 - END OF CEASVIN WITHOUT A *TRL "   
212300             "CONTROL TRAILER - TRANSMISSION MAY BE TRUNCATED"    
212400         MOVE 21 TO RETURN-CODE                                   
212500         GO TO 9900-ABEND-ROUTINE                                 
212600     END-IF.                                                      
212700     CLOSE CEASERV-INPUT-FILE.                                    
212800     CLOSE CEASERV-OUTPUT-FILE.                                   
212900     CLOSE CEASER-AUDIT-FILE.                                     
213000     CLOSE CEASERV-CHECKPOINT-FILE.                               
213100     IF CV-FMAP-COUNT > ZERO                                      
213200         DISPLAY "CEASERV - MESSAGES CIPHERED FIELD-LEVEL "       
213300             CV-FMAP-MSG-COUNT                                    
213400     END-IF.                                                      
213500     PERFORM 1500-CLEAR-CHECKPOINT-FILE THRU 1500-EXIT.           
213600     PERFORM 8900-WRITE-RUN-HISTORY THRU 8900-EXIT.               
213700 9000-EXIT.                                                       
213800     EXIT.                                                        
213900*                                                                 
214000***************************************************************** 
214100* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP. ONCE THE   *
214200* AUDIT TRAIL IS OPEN, ANY RECORDS ALREADY ADDED TO IT ARE SAVED *
214300* IN CEASAUDS FIRST, SO THE CHAIN STAYS WHOLE AND THE NEXT RUN   *
214400* CARRIES ON FROM THE LAST RECORD ACTUALLY WRITTEN.              *
214500***************************************************************** 
214600 9900-ABEND-ROUTINE.                                              
214700     IF CV-AUDIT-OPEN                                             
214800         PERFORM 1750-SAVE-AUDIT-SEQUENCE THRU 1750-EXIT          
214900         CLOSE CEASER-AUDIT-FILE                                  
215000     END-IF.                                                      
215100     PERFORM 8900-WRITE-RUN-HISTORY THRU 8900-EXIT.               
215200     DISPLAY "CEASERV - JOB TERMINATED, RETURN CODE " RETURN-CODE.
215300     STOP RUN.                                                    
215400 9900-EXIT.                                                       
215500     EXIT.                                                        
