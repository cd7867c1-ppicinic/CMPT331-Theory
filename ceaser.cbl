020300*                   USED IN THE AUDIT RECORD'S NEW EFFECTIVE-     
020400*                   DATE FIELD. OUTSIDE THE WINDOW NOTHING        
020500*                   CHANGES.                                      
020600*  10/15/2026 MWK   CEASKEY RECORD WIDENED TO 128 BYTES FOR DUAL  
020700*                   CONTROL. A GENERATION PENDING APPROVAL IS     
020800*                   NEVER SELECTED; WHEN ONE WOULD OTHERWISE BE IN
020900*                   EFFECT, CEASER0023 SAYS SO ON SYSOUT SO A     
021000*                   MISSED APPROVAL IS NOT MISTAKEN FOR A MISSING 
021100*                   KEY.                                          
021200*  10/15/2026 MWK   A GENERATION DECLARED COMPROMISED IS NEVER    
021300*                   USED. WHEN IT IS THE GENERATION THAT WOULD BE 
021400*                   IN EFFECT THE RUN ABENDS WITH CEASER0024 (IN  
021500*                   MULTI-PARTNER MODE THE GROUP IS SUSPENDED), IT
021600*                   AND EVERYTHING BEFORE IT ARE DROPPED FROM THE 
021700*                   CUTOVER GRACE RETRY, AND THE SOLVE REVERSE    
021800*                   MATCH IGNORES IT. THE CEASPREG REGISTER RECORD
021900*                   NOW ALSO CARRIES THE KEY-ID, GENERATION AND   
022000*                   RUN MODE, FOR THE CEASIMP IMPACT RUN.         
022100*  10/15/2026 MWK   AUDIT RECORDS ARE NOW STAMPED WITH A          
022200*                   CONTINUOUS SEQUENCE NUMBER AND A CHECK VALUE  
022300*                   CHAINED FROM THE RECORD BEFORE, CARRIED FROM  
022400*                   RUN TO RUN ON THE NEW CEASAUDS CONTROL RECORD 
022500*                   (COPYBOOK AUDSEQ). A RESTART PICKS THE CHAIN  
022600*                   UP FROM THE LAST AUDIT RECORD IT COPIES       
022700*                   FORWARD. CEASAVF VERIFIES THE CHAIN.          
022800*  10/15/2026 MWK   RUN HISTORY - ONE RECORD PER EXECUTION, NORMAL
022900*                   END OR ABEND, IS ADDED TO THE NEW CEASRHST    
023000*                   FILE (COPYBOOK RUNHIST) WITH THE COUNTS,      
023100*                   RESTART FLAG, HIGHEST MESSAGE NUMBER ISSUED,  
023200*                   AND RETURN CODE, FOR THE CEASOPX MORNING      
023300*                   EXCEPTION REPORT.                             
023400*  10/15/2026 MWK   MESSAGE INDEX - AN ENCRYPT RUN NOW WRITES ONE 
023500*                   CEASMIDX RECORD (COPYBOOK MSGIDX) PER DATA    
023600*                   MESSAGE IT PUTS ON CEASOUT, WITH ITS MESSAGE  
023700*                   NUMBER, LENGTH, PLAINTEXT CHECK VALUE AND     
023800*                   AUDIT SEQUENCE, SO CEASINQ CAN DECRYPT ONE    
023900*                   MESSAGE OF A SHIPPED FILE. THE INDEX IS       
024000*                   CHECKPOINTED AND COPIED FORWARD FROM CEASOLDI 
024100*                   ON A RESTART LIKE THE OTHER OUTPUT-SIDE FILES.
024200*  10/15/2026 MWK   FIELD-LEVEL CIPHERING - A FIELD MAP ON THE NEW
024300*                   CEASFMAP FILE (COPYBOOK FLDMAP) CAN LIMIT A   
024400*                   KEY-ID'S CIPHERING TO THE SENSITIVE COLUMNS OF
024500*                   ITS RECORDS, BY RECORD TYPE, LEAVING THE REST 
024600*                   IN CLEAR FOR THE PARTNER TO SORT AND ROUTE ON.
024700*                   APPLIED ON ENCRYPT AND DECRYPT; A KEY-ID WITH 
024800*                   NO MAP IS CIPHERED WHOLE AS BEFORE. *TRL      
024900*                   HASHES ARE TAKEN OVER THE BYTES WRITTEN, SO   
025000*                   THEY STILL RECONCILE.                         
025100*  10/15/2026 MWK   MESSAGE INDEX NOTES FOR *INFILE* RUNS -       
025200*                   CEASBST NOW RE-KEYS THE ENTRIES TO EACH BURST 
025300*                   PIECE.                                        
025400*  10/15/2026 MWK   FIELD MAPS - THE TYPE COLUMNS OF EVERY TYPED  
025500*                   MAP UNDER THE KEY-ID ARE NOW ALWAYS LEFT IN   
025600*                   CLEAR, SO A RECORD CIPHERED WHOLE OR UNDER    
025700*                   ANOTHER MAP CANNOT DECRYPT UNDER THE WRONG    
025800*                   MAP.                                          
025900*  10/15/2026 MWK   AN ABEND AFTER THE AUDIT TRAIL IS OPEN NOW    
026000*                   SAVES THE CHAIN IN CEASAUDS, SO THE NEXT RUN  
026100*                   DOES NOT REUSE SEQUENCE NUMBERS.              
026200*                                                                 
026300 ENVIRONMENT DIVISION.                                            
026400 CONFIGURATION SECTION.                                           
026500 SOURCE-COMPUTER. IBM-370.                                        
026600 OBJECT-COMPUTER. IBM-370.                                        
026700 INPUT-OUTPUT SECTION.                                            
026800 FILE-CONTROL.                                                    
026900     SELECT CEASER-INPUT-FILE ASSIGN TO CEASIN                    
027000         ORGANIZATION IS SEQUENTIAL.                              
027100     SELECT CEASER-OUTPUT-FILE ASSIGN TO CEASOUT                  
027200         ORGANIZATION IS SEQUENTIAL.                              
027300     SELECT CEASER-CONTROL-FILE ASSIGN TO SYSIN                   
027400         ORGANIZATION IS SEQUENTIAL.                              
027500     SELECT CEASER-AUDIT-FILE ASSIGN TO CEASAUD                   
027600         ORGANIZATION IS SEQUENTIAL.                              
027700     SELECT CEASER-AUDIT-SEQ-FILE ASSIGN TO CEASAUDS              
027800         ORGANIZATION IS SEQUENTIAL                               
027900         FILE STATUS IS CS-AUDS-FILE-STATUS.                      
028000     SELECT CEASER-CHECKPOINT-FILE ASSIGN TO CEASCKP              
028100         ORGANIZATION IS SEQUENTIAL                               
028200         FILE STATUS IS CS-CKPT-FILE-STATUS.                      
028300     SELECT CEASER-SOLVE-FILE ASSIGN TO CEASSLV                   
028400         ORGANIZATION IS SEQUENTIAL.                              
028500     SELECT CEASER-SUSPENSE-FILE ASSIGN TO CEASSUSP               
028600         ORGANIZATION IS SEQUENTIAL.                              
028700     SELECT CEASER-INDEX-FILE ASSIGN TO CEASMIDX                  
028800         ORGANIZATION IS SEQUENTIAL.                              
028900     SELECT CEASER-PROCESSED-FILE ASSIGN TO CEASPREG              
029000         ORGANIZATION IS INDEXED                                  
029100         ACCESS MODE IS DYNAMIC                                   
029200         RECORD KEY IS PF-KEY                                     
029300         FILE STATUS IS CS-PREG-FILE-STATUS.                      
029400*    THE ABENDED RUN'S OWN OUTPUT-SIDE DATASETS, READ BACK ON A   
029500*    RESTART SO THE COMPLETED RECORDS CAN BE COPIED FORWARD       
029600*    INTO THE FRESH OUTPUT FILES - RESTART REPOSITIONS INSTEAD    
029700*    OF APPENDING. ON A NORMAL (NON-RESTART) RUN THESE ARE        
029800*    NEVER OPENED.                                                
029900     SELECT CEASER-OLD-OUTPUT-FILE ASSIGN TO CEASOLDO             
030000         ORGANIZATION IS SEQUENTIAL.                              
030100     SELECT CEASER-OLD-AUDIT-FILE ASSIGN TO CEASOLDA              
030200         ORGANIZATION IS SEQUENTIAL.                              
030300     SELECT CEASER-OLD-SOLVE-FILE ASSIGN TO CEASOLDS              
030400         ORGANIZATION IS SEQUENTIAL.                              
030500     SELECT CEASER-OLD-SUSP-FILE ASSIGN TO CEASOLDU               
030600         ORGANIZATION IS SEQUENTIAL.                              
030700     SELECT CEASER-OLD-INDEX-FILE ASSIGN TO CEASOLDI              
030800         ORGANIZATION IS SEQUENTIAL.                              
030900     SELECT CEASER-KEY-FILE ASSIGN TO CEASKEY                     
031000         ORGANIZATION IS INDEXED                                  
031100         ACCESS MODE IS DYNAMIC                                   
031200         RECORD KEY IS CK-KEY                                     
031300         FILE STATUS IS CS-KEY-FILE-STATUS.                       
031400     SELECT RUN-HISTORY-FILE ASSIGN TO CEASRHST                   
031500         ORGANIZATION IS SEQUENTIAL                               
031600         FILE STATUS IS CS-RHST-FILE-STATUS.                      
031700     SELECT FIELD-MAP-FILE ASSIGN TO CEASFMAP                     
031800         ORGANIZATION IS SEQUENTIAL                               
031900         FILE STATUS IS CS-FMAP-FILE-STATUS.                      
032000*                                                                 
032100 DATA DIVISION.                                                   
032200 FILE SECTION.                                                    
032300*    ONE LOGICAL MESSAGE PER VARIABLE-LENGTH RECORD. THE READ     
032400*    LENGTH LANDS IN CS-IN-LENGTH; THE REAL TEXT LENGTH IS THAT   
032500*    LESS ANY TRAILING PAD SPACES.                                
032600 FD  CEASER-INPUT-FILE                                            
032700     RECORDING MODE IS V                                          
032800     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
032900         DEPENDING ON CS-IN-LENGTH.                               
033000 01  CS-INPUT-REC                PIC X(2000).                     
033100*                                                                 
033200 FD  CEASER-OUTPUT-FILE                                           
033300     RECORDING MODE IS V                                          
033400     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
033500         DEPENDING ON CS-OUT-LENGTH.                              
033600 01  CS-OUTPUT-REC               PIC X(2000).                     
033700*                                                                 
033800*    SYSIN CONTROL CARD - USED WHEN NO PARM IS SUPPLIED.          
033900*    COLUMNS  1- 8  DAILY CIPHER KEY-ID (LOOKED UP IN CEASKEY),   
034000*                   OR *INFILE* TO TAKE KEY-IDS FROM THE *KEY     
034100*                   HEADER RECORDS CARRIED IN CEASIN.             
034200*    COLUMN      9  RUN MODE - E ENCRYPT, D DECRYPT, S SOLVE.     
034300*    COLUMNS 10-12  CUTOVER GRACE WINDOW IN DAYS FOR DECRYPT      
034400*                   RUNS - WITHIN THIS MANY DAYS OF THE           
034500*                   GENERATION IN EFFECT'S CUTOVER, OUTPUT THAT   
034600*                   FAILS THE PLAUSIBILITY CHECK IS RETRIED       
034700*                   UNDER THE PRIOR GENERATION. DEFAULTS TO 2     
034800*                   WHEN ABSENT.                                  
034900*    COLUMNS 13-80  RESERVED.                                     
035000 FD  CEASER-CONTROL-FILE                                          
035100     RECORDING MODE IS F                                          
035200     RECORD CONTAINS 80 CHARACTERS.                               
035300 01  CS-CONTROL-REC.                                              
035400     05  CS-CONTROL-KEY-ID       PIC X(08).                       
035500     05  CS-CONTROL-MODE         PIC X(01).                       
035600     05  CS-CONTROL-GRACE        PIC X(03).                       
035700     05  FILLER                  PIC X(68).                       
035800*                                                                 
035900*    SUSPENSE FILE - MULTI-PARTNER MODE ONLY. A GROUP WHOSE KEY   
036000*    CANNOT BE ESTABLISHED IS COPIED HERE WHOLE - A *SUS REASON   
036100*    RECORD, THEN ITS *KEY HEADER, THEN ITS DATA RECORDS          
036200*    UNTRANSFORMED - SO THE BAD GROUP CAN BE FIXED AND RERUN ON   
036300*    ITS OWN WITHOUT ANYONE CUTTING IT OUT OF THE COMBINED        
036400*    FILE BY HAND.                                                
036500 FD  CEASER-SUSPENSE-FILE                                         
036600     RECORDING MODE IS V                                          
036700     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
036800         DEPENDING ON CS-SUSP-LENGTH.                             
036900 01  CS-SUSPENSE-REC             PIC X(2000).                     
037000*                                                                 
037100*    PROCESSED-FILE REGISTER - ONE RECORD PER INBOUND FILE THAT   
037200*    REACHED SUCCESSFUL *TRL RECONCILIATION, KEYED BY THE *HDR    
037300*    FEED ID AND CREATION DATE. THE *HDR/*TRL CONTROLS PROVE A    
037400*    FILE IS INTACT, NOT THAT IT IS NEW - THIS REGISTER IS WHAT   
037500*    STOPS THE SAME PARTNER FILE BEING RUN THROUGH TWICE. THE     
037600*    TRAILER HASH IS HELD AS A TIEBREAKER FOR THE OPERATOR        
037700*    CHASING A REJECT. THE KEY-ID, THE EFFECTIVE DATE OF THE      
037800*    GENERATION IN EFFECT AND THE RUN MODE ARE CARRIED SO THE     
037900*    CEASIMP IMPACT RUN CAN TIE A FILE TO A COMPROMISED KEY. A    
038000*    MULTI-PARTNER FILE CARRIES *INFILE* AND NO GENERATION DATE - 
038100*    ITS PER-GROUP KEYS ARE ON THE AUDIT TRAIL. RECORDS WRITTEN   
038200*    BEFORE THESE FIELDS EXISTED HAVE THEM BLANK.                 
038300 FD  CEASER-PROCESSED-FILE                                        
038400     RECORD CONTAINS 80 CHARACTERS.                               
038500 01  CS-PROCESSED-REC.                                            
038600     05  PF-KEY.                                                  
038700         10  PF-FEED-ID          PIC X(08).                       
038800         10  PF-FILE-DATE        PIC 9(08).                       
038900     05  PF-TRL-HASH             PIC 9(12).                       
039000     05  PF-RUN-DATE             PIC 9(08).                       
039100     05  PF-KEY-ID               PIC X(08).                       
039200     05  PF-GEN-DATE             PIC 9(08).                       
039300     05  PF-RUN-MODE             PIC X(01).                       
039400     05  FILLER                  PIC X(27).                       
039500*                                                                 
039600*    THE ABENDED RUN'S OUTPUT-SIDE DATASETS, READ BACK ONLY ON    
039700*    A RESTART TO COPY THE COMPLETED RECORDS FORWARD. JCL         
039800*    POINTS EACH CEASOLD* DD AT THE DATASET THE ABENDED RUN       
039900*    WROTE UNDER THE MATCHING OUTPUT DD.                          
040000 FD  CEASER-OLD-OUTPUT-FILE                                       
040100     RECORDING MODE IS V                                          
040200     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
040300         DEPENDING ON CS-OLDO-LENGTH.                             
040400 01  CS-OLD-OUTPUT-REC           PIC X(2000).                     
040500*                                                                 
040600 FD  CEASER-OLD-AUDIT-FILE                                        
040700     RECORDING MODE IS F                                          
040800     RECORD CONTAINS 80 CHARACTERS.                               
040900 01  CS-OLD-AUDIT-REC            PIC X(80).                       
041000*                                                                 
041100 FD  CEASER-OLD-SOLVE-FILE                                        
041200     RECORDING MODE IS F                                          
041300     RECORD CONTAINS 80 CHARACTERS.                               
041400 01  CS-OLD-SOLVE-REC            PIC X(80).                       
041500*                                                                 
041600 FD  CEASER-OLD-SUSP-FILE                                         
041700     RECORDING MODE IS V                                          
041800     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
041900         DEPENDING ON CS-OLDU-LENGTH.                             
042000 01  CS-OLD-SUSP-REC             PIC X(2000).                     
042100*                                                                 
042200 FD  CEASER-OLD-INDEX-FILE                                        
042300     RECORDING MODE IS F                                          
042400     RECORD CONTAINS 80 CHARACTERS.                               
042500 01  CS-OLD-INDEX-REC            PIC X(80).                       
042600*                                                                 
042700*    SOLVE RESULTS - ONE RECORD PER MESSAGE ANALYSED, SO THE      
042800*    OUTCOME OF A SOLVE RUN IS A DATASET THE NEXT STEP CAN READ,  
042900*    NOT JUST SYSOUT LINES. THE MATCHED KEY-ID IS THE FIRST KEY   
043000*    WHOSE GENERATION IN EFFECT CARRIES THE BEST SHIFT; THE       
043100*    MATCH COUNT SAYS HOW MANY KEYS CARRY IT IN ALL.              
043200 FD  CEASER-SOLVE-FILE                                            
043300     RECORDING MODE IS F                                          
043400     RECORD CONTAINS 80 CHARACTERS.                               
043500 01  CS-SOLVE-REC.                                                
043600     05  CS-SLV-RECORD-NUMBER    PIC 9(08).                       
043700     05  FILLER                  PIC X(01) VALUE SPACE.           
043800     05  CS-SLV-BEST-SHIFT       PIC 9(02).                       
043900     05  FILLER                  PIC X(01) VALUE SPACE.           
044000     05  CS-SLV-BEST-SCORE       PIC 9(07).                       
044100     05  FILLER                  PIC X(01) VALUE SPACE.           
044200     05  CS-SLV-KEY-ID           PIC X(08).                       
044300     05  FILLER                  PIC X(01) VALUE SPACE.           
044400     05  CS-SLV-KEY-MATCHES      PIC 9(03).                       
044500     05  FILLER                  PIC X(48).                       
044600*                                                                 
044700*    KEYED CIPHER KEY TABLE - ONE RECORD PER NAMED KEY (PARTNER   
044800*    OR FEED). LOOKED UP BY KEY-ID INSTEAD OF A COMPILED-IN SHIFT.
044900 FD  CEASER-KEY-FILE                                              
045000     RECORD CONTAINS 128 CHARACTERS.                              
045100     COPY CIPHERKY.                                               
045200*                                                                 
045300*    AUDIT TRAIL - ONE RECORD PER ENCRYPT OR DECRYPT INVOCATION.  
045400*    THE KEY-ID AND ORIGINATING PROGRAM SAY WHICH PARTNER THE     
045500*    WORK WAS DONE FOR AND BY WHICH UTILITY, SO THE CEASBIL       
045600*    CHARGEBACK EXTRACT CAN BILL IT. CEASCHG, CEASERV, CEASRPT,   
045700*    AND CEASBIL CARRY THEIR OWN COPIES OF THIS LAYOUT - KEEP     
045800*    THEM ALL IN STEP BY HAND IF ONE CHANGES. THE LAST TEN BYTES  
045900*    STAMP THE RECORD INTO THE CHAINED TRAIL - SEE 3950.          
046000 FD  CEASER-AUDIT-FILE                                            
046100     RECORDING MODE IS F                                          
046200     RECORD CONTAINS 80 CHARACTERS.                               
046300 01  CS-AUDIT-REC.                                                
046400     05  CS-AUDIT-DATE           PIC 9(08).                       
046500     05  FILLER                  PIC X(01) VALUE SPACE.           
046600     05  CS-AUDIT-PARAGRAPH      PIC X(20).                       
046700     05  FILLER                  PIC X(01) VALUE SPACE.           
046800     05  CS-AUDIT-SHIFT          PIC 9(08).                       
046900     05  FILLER                  PIC X(01) VALUE SPACE.           
047000     05  CS-AUDIT-LENGTH         PIC 9(04).                       
047100     05  FILLER                  PIC X(01) VALUE SPACE.           
047200     05  CS-AUDIT-KEY-ID         PIC X(08).                       
047300     05  FILLER                  PIC X(01) VALUE SPACE.           
047400     05  CS-AUDIT-PROGRAM        PIC X(08).                       
047500     05  FILLER                  PIC X(01) VALUE SPACE.           
047600     05  CS-AUDIT-GEN-DATE       PIC 9(08).                       
047700     05  CS-AUDIT-STAMP          PIC X(01).                       
047800         88  CS-AUDIT-STAMPED              VALUE "S".             
047900     05  CS-AUDIT-SEQ-NO         PIC 9(09) COMP.                  
048000     05  CS-AUDIT-CHECK-VALUE    PIC 9(09) COMP.                  
048100     05  FILLER                  PIC X(01).                       
048200*                                                                 
048300*    WHERE THE AUDIT CHAIN STOOD AT THE END OF THE LAST RUN THAT  
048400*    WROTE TO THE TRAIL - READ AT START-UP, REWRITTEN AT END.     
048500 FD  CEASER-AUDIT-SEQ-FILE                                        
048600     RECORDING MODE IS F                                          
048700     RECORD CONTAINS 80 CHARACTERS.                               
048800     COPY AUDSEQ.                                                 
048900*                                                                 
049000*    CHECKPOINT / RESTART CONTROL FILE - ONE RECORD HOLDING THE   
049100*    RECORD COUNT, SHIFT, KEY-ID, RUN MODE, CONTROL-RECORD STATE, 
049200*    AND RUNNING COUNT AND HASH TOTALS AS OF THE LAST CHECKPOINT  
049300*    TAKEN, SO A RERUN AFTER AN ABEND CAN RESUME WITHOUT          
049400*    REPROCESSING AND STILL RECONCILE THE *TRL TRAILER. KEY-ID    
049500*    AND MODE ARE CARRIED SO A CHECKPOINT LEFT BY ONE KEY-ID OR   
049600*    MODE IS NEVER MISTAKEN FOR A RESTART OF A DIFFERENT,         
049700*    UNRELATED RUN. THE PER-FILE OUTPUT RECORD COUNTS SAY HOW     
049800*    MANY RECORDS OF EACH OUTPUT-SIDE DATASET WERE COMPLETE AS    
049900*    OF THE CHECKPOINT, SO A RESTART CAN COPY EXACTLY THAT MANY   
050000*    FORWARD FROM THE ABENDED RUN'S DATASETS AND RESUME -         
050100*    REPOSITIONING, NOT APPENDING, WHICH IS WHAT LETS THE         
050200*    CHECKPOINT INTERVAL SIT AT THOUSANDS OF RECORDS INSTEAD OF   
050300*    ONE. THE GRACE-RETRY AND PLAUSIBILITY COUNTERS RIDE HERE     
050400*    TOO, SO A RESTARTED DECRYPT RUN WHOSE RETRIES ALL PRECEDED   
050500*    THE CHECKPOINT STILL ENDS WITH THE CEASER0019/CEASER0020     
050600*    WARNINGS. WIDENED TO 120 BYTES FOR THE EXTRA COUNTS. THE     
050700*    MESSAGE INDEX COUNT TOOK PART OF THE SPARE FILLER.           
050800 FD  CEASER-CHECKPOINT-FILE                                       
050900     RECORDING MODE IS F                                          
051000     RECORD CONTAINS 120 CHARACTERS.                              
051100 01  CS-CHECKPOINT-REC.                                           
051200     05  CS-CKPT-RECORD-COUNT    PIC 9(08).                       
051300     05  CS-CKPT-SHIFT           PIC 9(08).                       
051400     05  CS-CKPT-KEY-ID          PIC X(08).                       
051500     05  CS-CKPT-MODE            PIC X(01).                       
051600     05  CS-CKPT-HDR-SEEN        PIC X(01).                       
051700     05  CS-CKPT-TRL-SEEN        PIC X(01).                       
051800     05  CS-CKPT-DATA-COUNT      PIC 9(08).                       
051900     05  CS-CKPT-IN-HASH         PIC 9(12).                       
052000     05  CS-CKPT-OUT-HASH        PIC 9(12).                       
052100     05  CS-CKPT-OUT-COUNT       PIC 9(08).                       
052200     05  CS-CKPT-AUD-COUNT       PIC 9(08).                       
052300     05  CS-CKPT-SLV-COUNT       PIC 9(08).                       
052400     05  CS-CKPT-SUSP-COUNT      PIC 9(08).                       
052500     05  CS-CKPT-GRACE-COUNT     PIC 9(08).                       
052600     05  CS-CKPT-IMPLAUS-COUNT   PIC 9(08).                       
052700     05  CS-CKPT-IDX-COUNT       PIC 9(08).                       
052800     05  FILLER                  PIC X(05).                       
052900*                                                                 
053000*    MESSAGE INDEX - ENCRYPT RUNS ONLY. ONE RECORD PER DATA       
053100*    MESSAGE WRITTEN TO CEASOUT, SO CEASINQ CAN FIND AND          
053200*    DECRYPT A SINGLE MESSAGE OF THE SHIPPED FILE.                
053300 FD  CEASER-INDEX-FILE                                            
053400     RECORDING MODE IS F                                          
053500     RECORD CONTAINS 80 CHARACTERS.                               
053600     COPY MSGIDX.                                                 
053700*                                                                 
053800*    RUN HISTORY - ONE RECORD ADDED PER EXECUTION, NORMAL END     
053900*    OR ABEND, FOR THE MORNING OPERATIONS EXCEPTION REPORT.       
054000 FD  RUN-HISTORY-FILE                                             
054100     RECORDING MODE IS F                                          
054200     RECORD CONTAINS 150 CHARACTERS.                              
054300     COPY RUNHIST.                                                
054400*                                                                 
054500*    FIELD MAP CARDS - WHICH COLUMNS OF A KEY-ID'S RECORDS ARE    
054600*    CIPHERED WHEN ONLY SOME OF THEM ARE.                         
054700 FD  FIELD-MAP-FILE                                               
054800     RECORDING MODE IS F                                          
054900     RECORD CONTAINS 80 CHARACTERS.                               
055000     COPY FLDMAP.                                                 
055100*                                                                 
055200 WORKING-STORAGE SECTION.                                         
055300*                                                                 
055400*    CIPHER WORKING FIELDS. A MESSAGE IS UP TO 2000 BYTES;        
055500*    CS-STRE HOLDS THE REAL TEXT LENGTH OF THE MESSAGE IN HAND,   
055600*    SET FROM THE RECORD LENGTH LESS TRAILING PAD SPACES.         
055700 77  CS-MYSTRING                 PIC X(2000) VALUE SPACES.        
055800 77  CS-SHIFT                    PIC 9(8)   VALUE 0.              
055900 77  CS-RESULT                   PIC X(2000) VALUE SPACES.        
056000 77  CS-ASCIIV                   PIC 9(8)   VALUE 0.              
056100 77  CS-STRE                     PIC 9(4)   VALUE ZERO.           
056200 77  CS-IN-LENGTH                PIC 9(4)   COMP VALUE ZERO.      
056300 77  CS-OUT-LENGTH               PIC 9(4)   COMP VALUE ZERO.      
056400 77  CS-OLDO-LENGTH              PIC 9(4)   COMP VALUE ZERO.      
056500 77  CS-OLDU-LENGTH              PIC 9(4)   COMP VALUE ZERO.      
056600 77  CS-REVERSED                 PIC X(2000) VALUE SPACES.        
056700 77  CS-PAD-COUNT                PIC 9(4)   COMP VALUE ZERO.      
056800*                                                                 
056900*    TRANSLATE TABLES FOR THE TRANSFORM. BUILT ONCE WHENEVER THE  
057000*    SHIFT OR DIGIT OPTION IN FORCE CHANGES, THEN EVERY MESSAGE   
057100*    IS TRANSFORMED IN A SINGLE INSPECT CONVERTING INSTEAD OF A   
057200*    PERFORMED LOOP PER CHARACTER - FIVE PASSES OVER EVERY BYTE   
057300*    OF A 400,000-MESSAGE FILE WAS WHAT BLEW THE BATCH WINDOW.    
057400*    CS-TABLE-SHIFT/DIGIT REMEMBER WHAT THE TABLES WERE BUILT     
057500*    FOR; 99 IS NO VALID SHIFT, SO THE FIRST MESSAGE ALWAYS       
057600*    BUILDS.                                                      
057700 77  CS-TRANS-FROM               PIC X(62)  VALUE                 
057800     "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz01234567
057900-    "89".                                                        
058000 77  CS-TRANS-TO-E               PIC X(62)  VALUE SPACES.         
058100 77  CS-TRANS-TO-D               PIC X(62)  VALUE SPACES.         
058200 77  CS-TABLE-SHIFT              PIC 9(8)   VALUE 99.             
058300 77  CS-TABLE-DIGIT              PIC X(01)  VALUE "?".            
058400 77  CS-TI                       PIC 9(4)   COMP VALUE 1.         
058500 77  CS-TVAL                     PIC 9(8)   VALUE ZERO.           
058600*                                                                 
058700*    PROGRAM SWITCHES.                                            
058800 77  CS-EOF-SWITCH                PIC X(01) VALUE "N".            
058900     88  CS-END-OF-INPUT                    VALUE "Y".            
059000 77  CS-RESTART-SWITCH            PIC X(01) VALUE "N".            
059100     88  CS-RESTARTING                      VALUE "Y".            
059200 77  CS-CKPT-EOF-SWITCH           PIC X(01) VALUE "N".            
059300     88  CS-CKPT-EOF                        VALUE "Y".            
059400 77  CS-CKPT-FOUND-SWITCH         PIC X(01) VALUE "N".            
059500     88  CS-CKPT-FOUND                      VALUE "Y".            
059600 77  CS-KEYGEN-EOF-SWITCH         PIC X(01) VALUE "N".            
059700     88  CS-KEYGEN-EOF                      VALUE "Y".            
059800 77  CS-KEYGEN-FOUND-SWITCH       PIC X(01) VALUE "N".            
059900     88  CS-KEYGEN-FOUND                    VALUE "Y".            
060000*    LATEST GENERATION STILL PENDING APPROVAL THAT WOULD          
060100*    OTHERWISE BE IN EFFECT - REPORTED ON SYSOUT, NEVER USED.     
060200 77  CS-PENDING-EFF-DATE          PIC 9(08) VALUE ZERO.           
060300*    COMPROMISED GENERATION THAT WOULD OTHERWISE BE IN EFFECT -   
060400*    THE KEY-ID CANNOT BE USED UNTIL A NEW GENERATION TAKES OVER. 
060500 77  CS-COMPROMISED-EFF-DATE      PIC 9(08) VALUE ZERO.           
060600*                                                                 
060700*    SHIFT CONTROL FIELDS.                                        
060800 77  CS-KEY-ID-INPUT              PIC X(08) VALUE SPACES.         
060900 77  CS-RUN-KEY-ID                PIC X(08) VALUE SPACES.         
061000*                                                                 
061100*    CUTOVER GRACE-PERIOD FIELDS FOR DECRYPT. THE KEY LOOKUP      
061200*    REMEMBERS THE GENERATION THE ONE IN EFFECT REPLACED; WHEN    
061300*    THE RUN DATE IS WITHIN CS-GRACE-DAYS OF THE CUTOVER AND A    
061400*    DECRYPTED MESSAGE FAILS THE PLAUSIBILITY CHECK, IT IS        
061500*    RETRIED UNDER THAT PRIOR GENERATION AND THE BETTER-SCORING   
061600*    RESULT SHIPS. CS-CHOSEN-SHIFT AND CS-CHOSEN-GEN-DATE SAY     
061700*    WHAT THE MESSAGE IN HAND WAS ACTUALLY CIPHERED UNDER, FOR    
061800*    THE AUDIT RECORD.                                            
061900 77  CS-GRACE-DAYS                PIC 9(03) VALUE 2.              
062000 77  CS-GRACE-INPUT               PIC X(03) VALUE SPACES.         
062100 77  CS-GRACE-SWITCH              PIC X(01) VALUE "N".            
062200     88  CS-GRACE-ACTIVE                     VALUE "Y".           
062300 77  CS-PRIOR-FOUND-SWITCH        PIC X(01) VALUE "N".            
062400     88  CS-PRIOR-FOUND                      VALUE "Y".           
062500 77  CS-PRIOR-SHIFT               PIC 9(08) VALUE ZERO.           
062600 77  CS-PRIOR-DIGIT               PIC X(01) VALUE "N".            
062700 77  CS-PRIOR-TYPE                PIC X(01) VALUE SPACE.          
062800 77  CS-PRIOR-EFF-DATE            PIC 9(08) VALUE ZERO.           
062900 77  CS-GEN-EFF-DATE              PIC 9(08) VALUE ZERO.           
063000 77  CS-CHOSEN-SHIFT              PIC 9(08) VALUE ZERO.           
063100 77  CS-CHOSEN-GEN-DATE           PIC 9(08) VALUE ZERO.           
063200 77  CS-RUN-DAY-NUMBER            PIC 9(08) VALUE ZERO.           
063300 77  CS-EFF-DAY-NUMBER            PIC 9(08) VALUE ZERO.           
063400 77  CS-CUTOVER-AGE               PIC S9(05) VALUE ZERO.          
063500 77  CS-PLAUS-LIMIT               PIC 9(08) VALUE ZERO.           
063600 77  CS-HOLD-SHIFT                PIC 9(08) VALUE ZERO.           
063700 77  CS-HOLD-DIGIT                PIC X(01) VALUE "N".            
063800 77  CS-GRACE-RESULT              PIC X(2000) VALUE SPACES.       
063900 77  CS-GRACE-SCORE               PIC 9(07) VALUE ZERO.           
064000 77  CS-GRACE-USED-COUNT          PIC 9(08) VALUE ZERO.           
064100 77  CS-IMPLAUS-COUNT             PIC 9(08) VALUE ZERO.           
064200 77  CS-GRACE-REC-NUMBER          PIC 9(08) VALUE ZERO.           
064300*                                                                 
064400*    DIGIT ROTATION - ADOPTED FROM THE KEY GENERATION IN FORCE.   
064500*    DIGITS ROTATE MODULO TEN BY THE SAME SHIFT AS THE LETTERS.   
064600 77  CS-DIGIT-SWITCH              PIC X(01) VALUE "N".            
064700     88  CS-DIGITS-ON                        VALUE "Y".           
064800 77  CS-DIGIT-QUOT                PIC 9(8)  VALUE ZERO.           
064900 77  CS-DIGIT-REM                 PIC 9(8)  VALUE ZERO.           
065000*                                                                 
065100*    KEY-TABLE SWEEP FIELDS FOR THE SOLVE REVERSE MATCH - THE     
065200*    WHOLE TABLE IS BROWSED ONCE PER SOLVED MESSAGE, TRACKING     
065300*    THE GENERATION IN EFFECT FOR EACH KEY-ID AND COMPARING ITS   
065400*    SHIFT TO THE RECOVERED ONE.                                  
065500 77  CS-KEYSWEEP-EOF-SWITCH       PIC X(01) VALUE "N".            
065600     88  CS-KEYSWEEP-EOF                     VALUE "Y".           
065700 77  CS-SWEEP-KEY-ID              PIC X(08) VALUE SPACES.         
065800 77  CS-SWEEP-SHIFT               PIC 9(02) VALUE ZERO.           
065900 77  CS-SWEEP-FOUND-SWITCH        PIC X(01) VALUE "N".            
066000     88  CS-SWEEP-FOUND                      VALUE "Y".           
066100 77  CS-MATCH-COUNT               PIC 9(03) VALUE ZERO.           
066200 77  CS-MATCHED-KEY-ID            PIC X(08) VALUE SPACES.         
066300 77  CS-GEN-TYPE                  PIC X(01) VALUE SPACE.          
066400*                                                                 
066500*    MULTI-PARTNER BATCH MODE FIELDS. KEY-ID *INFILE* MEANS THE   
066600*    INPUT FILE CARRIES ITS OWN KEY-IDS - A *KEY HEADER RECORD    
066700*    (COLUMNS 1-5 = *KEY FOLLOWED BY A SPACE, COLUMNS 6-13 =      
066800*    KEY-ID) AHEAD OF EACH MESSAGE GROUP NAMES THE PARTNER KEY    
066900*    FOR THE GROUP. CS-KEY-ID-INPUT TRACKS THE KEY CURRENTLY IN   
067000*    FORCE; CS-RUN-KEY-ID KEEPS THE PARM/SYSIN VALUE FOR THE      
067100*    CHECKPOINT RECORD SO A RESTART STILL MATCHES.                
067200 77  CS-MULTI-SWITCH              PIC X(01) VALUE "N".            
067300     88  CS-MULTI-PARTNER                    VALUE "Y".           
067400 77  CS-KEY-LOADED-SWITCH         PIC X(01) VALUE "N".            
067500     88  CS-KEY-LOADED                       VALUE "Y".           
067600*                                                                 
067700*    GROUP-LEVEL ERROR CONTAINMENT FIELDS - MULTI-PARTNER MODE    
067800*    ONLY. WHEN A *KEY GROUP'S KEY CANNOT BE ESTABLISHED THE      
067900*    WHOLE GROUP IS DIVERTED TO THE SUSPENSE FILE WITH THE        
068000*    REASON, THE REMAINING GROUPS KEEP PROCESSING, AND THE RUN    
068100*    ENDS WITH A WARNING RETURN CODE. SUSPENDED DATA RECORDS      
068200*    STILL COUNT TOWARD THE *TRL RECONCILIATION AND THE INPUT     
068300*    HASH - THEY WERE READ - BUT NEVER REACH CEASOUT OR THE       
068400*    OUTPUT HASH.                                                 
068500 77  CS-GROUP-SUSP-SWITCH         PIC X(01) VALUE "N".            
068600     88  CS-GROUP-SUSPENDED                  VALUE "Y".           
068700 77  CS-GROUP-OPEN-SWITCH         PIC X(01) VALUE "N".            
068800     88  CS-GROUP-OPEN                       VALUE "Y".           
068900 77  CS-LOOKUP-FAIL-SWITCH        PIC X(01) VALUE "N".            
069000     88  CS-LOOKUP-FAILED                    VALUE "Y".           
069100 77  CS-SUSPEND-REASON            PIC X(24) VALUE SPACES.         
069200 77  CS-SUSP-LENGTH               PIC 9(04) COMP VALUE ZERO.      
069300 77  CS-GROUP-NUMBER              PIC 9(04) VALUE ZERO.           
069400 77  CS-GROUP-RECORDS             PIC 9(08) VALUE ZERO.           
069500 77  CS-GROUPS-PROCESSED          PIC 9(04) VALUE ZERO.           
069600 77  CS-GROUPS-SUSPENDED          PIC 9(04) VALUE ZERO.           
069700 77  CS-SUSP-RECORD-COUNT         PIC 9(08) VALUE ZERO.           
069800 01  CS-SUS-REASON-REC.                                           
069900     05  FILLER                  PIC X(05) VALUE "*SUS ".         
070000     05  CS-SUS-REASON-OUT       PIC X(24).                       
070100*                                                                 
070200*    FILE CONTROL RECORD FIELDS. AN ENCRYPT OR DECRYPT RUN'S      
070300*    CEASIN MUST LEAD WITH A *HDR RECORD (COLUMNS 1-5 = *HDR      
070400*    FOLLOWED BY A SPACE, 6-13 FEED ID, 15-22 CREATION DATE) AND  
070500*    END WITH A *TRL RECORD (6-13 DATA RECORD COUNT, 15-26 HASH   
070600*    TOTAL). THE HASH IS THE SUM OF THE BYTE VALUES OF EACH DATA  
070700*    MESSAGE'S REAL TEXT (TRAILING PAD SPACES EXCLUDED),          
070800*    TRUNCATED TO ITS LOW-ORDER 12 DIGITS. CONTROL AND            
070900*    *KEY RECORDS ARE OUTSIDE THE COUNT AND HASH. SOLVE RUNS READ 
071000*    UNLABELED OUTSIDE FILES, SO THEY ARE EXEMPT FROM THE         
071100*    CONVENTION.                                                  
071200 77  CS-HDR-SEEN-SWITCH           PIC X(01) VALUE "N".            
071300     88  CS-HDR-SEEN                         VALUE "Y".           
071400 77  CS-TRL-SEEN-SWITCH           PIC X(01) VALUE "N".            
071500     88  CS-TRL-SEEN                         VALUE "Y".           
071600 77  CS-IN-DATA-COUNT             PIC 9(08) VALUE ZERO.           
071700 77  CS-IN-HASH                   PIC 9(12) VALUE ZERO.           
071800 77  CS-OUT-HASH                  PIC 9(12) VALUE ZERO.           
071900 77  CS-TRL-COUNT-IN              PIC 9(08) VALUE ZERO.           
072000 77  CS-TRL-HASH-IN               PIC 9(12) VALUE ZERO.           
072100*                                                                 
072200*    PROCESSED-FILE REGISTER FIELDS. THE *HDR FEED ID AND         
072300*    CREATION DATE ARE HELD FROM THE HEADER UNTIL THE TRAILER     
072400*    RECONCILES, WHEN THE FILE IS RECORDED AS PROCESSED. ON A     
072500*    RESTART THE SKIP RE-EXTRACTS THEM FROM THE *HDR IT READS     
072600*    PAST, SO THE RESUMED RUN STILL RECORDS THE FILE AT ITS       
072700*    TRAILER.                                                     
072800 77  CS-PREG-FILE-STATUS          PIC X(02) VALUE SPACES.         
072900 77  CS-HDR-FEED-ID               PIC X(08) VALUE SPACES.         
073000 77  CS-HDR-FILE-DATE             PIC 9(08) VALUE ZERO.           
073100 77  CS-HI                        PIC 9(04) COMP VALUE 1.         
073200*                                                                 
073300*    BYTE-VALUE EXTRACTION FOR THE HASH TOTALS - A CHARACTER      
073400*    MOVED BEHIND A LOW-VALUE BYTE READS BACK THROUGH THE         
073500*    BINARY REDEFINITION AS ITS OWN BYTE VALUE, WITHOUT A         
073600*    FUNCTION CALL PER CHARACTER. THE OLD ORD-BASED TOTALS WERE   
073700*    ONE HIGHER PER CHARACTER (ORD IS 1-BASED), SO THE TEXT       
073800*    LENGTH IS ADDED ONCE PER RECORD TO KEEP THE TOTALS - AND     
073900*    EVERY PARTNER *TRL ALREADY OUT THERE - EXACTLY AS BEFORE.    
074000 01  CS-ORD-PAIR.                                                 
074100     05  FILLER                  PIC X(01) VALUE LOW-VALUE.       
074200     05  CS-ORD-CHAR             PIC X(01).                       
074300 01  CS-ORD-VALUE REDEFINES CS-ORD-PAIR                           
074400                                 PIC 9(04) COMP.                  
074500*                                                                 
074600*    AUDIT CHAIN - SEQUENCE NUMBER AND CHECK VALUE OF THE LAST    
074700*    AUDIT RECORD WRITTEN. EACH NEW RECORD TAKES THE NEXT NUMBER  
074800*    (999999999 IS FOLLOWED BY 1) AND A CHECK VALUE WORKED FROM   
074900*    THE LAST ONE, ITS OWN FIRST 70 BYTES AND ITS SEQUENCE        
075000*    NUMBER. CEASERV, CEASCHG, AND CEASAVF DO THE SAME SUM.       
075100 77  CS-AUD-SEQ-NO                PIC 9(09) COMP VALUE ZERO.      
075200 77  CS-AUD-CHECK-VALUE           PIC 9(09) COMP VALUE ZERO.      
075300 77  CS-AUD-BYTE-SUM              PIC 9(09) COMP VALUE ZERO.      
075400 77  CS-AUD-CHECK-WORK            PIC 9(12) COMP VALUE ZERO.      
075500 77  CS-AUD-CHECK-QUOT            PIC 9(12) COMP VALUE ZERO.      
075600 77  CS-AUDIT-OPEN-SWITCH         PIC X(01) VALUE "N".            
075700     88  CS-AUDIT-OPEN                      VALUE "Y".            
075800 77  CS-AUD-BI                    PIC 9(04) COMP VALUE 1.         
075900 77  CS-AUDS-FILE-STATUS          PIC X(02) VALUE SPACES.         
076000 77  CS-RUN-TIME                  PIC 9(08) VALUE ZERO.           
076100*                                                                 
076200*    OUTPUT CONTROL RECORD LAYOUTS, BUILT AND WRITTEN WHEN THE    
076300*    MATCHING INPUT CONTROL RECORD PASSES VALIDATION.             
076400 01  CS-OUT-HEADER-REC.                                           
076500     05  FILLER                  PIC X(05) VALUE "*HDR ".         
076600     05  CS-OUT-HDR-FEED-ID      PIC X(08).                       
076700     05  FILLER                  PIC X(01) VALUE SPACE.           
076800     05  CS-OUT-HDR-DATE         PIC 9(08).                       
076900     05  FILLER                  PIC X(78) VALUE SPACES.          
077000 01  CS-OUT-TRAILER-REC.                                          
077100     05  FILLER                  PIC X(05) VALUE "*TRL ".         
077200     05  CS-OUT-TRL-COUNT        PIC 9(08).                       
077300     05  FILLER                  PIC X(01) VALUE SPACE.           
077400     05  CS-OUT-TRL-HASH         PIC 9(12).                       
077500     05  FILLER                  PIC X(74) VALUE SPACES.          
077600*                                                                 
077700*    RUN MODE - WHICH OPERATION THIS RUN PERFORMS AGAINST EACH    
077800*    INPUT RECORD. CARRIED IN THE 9TH BYTE OF THE PARM OR IN THE  
077900*    SYSIN CONTROL CARD, DEFAULTING TO ENCRYPT WHEN NOT SUPPLIED. 
078000 77  CS-RUN-MODE                  PIC X(01) VALUE "E".            
078100     88  CS-MODE-ENCRYPT                     VALUE "E".           
078200     88  CS-MODE-DECRYPT                     VALUE "D".           
078300     88  CS-MODE-SOLVE                       VALUE "S".           
078400     88  CS-MODE-SOLVE-DECRYPT               VALUE "X".           
078500*                                                                 
078600*    SET WHILE SOLVE IS TRYING CANDIDATE SHIFTS, SO THE 25 TRIAL  
078700*    DECRYPTS A SINGLE SOLVE RUN MAKES DO NOT EACH LOOK LIKE A    
078800*    GENUINE PRODUCTION DECRYPT IN THE AUDIT TRAIL.               
078900 77  CS-TRIAL-SWITCH              PIC X(01) VALUE "N".            
079000     88  CS-SOLVE-TRIAL                      VALUE "Y".           
079100*                                                                 
079200*    AUDIT TRAIL FIELDS.                                          
079300 77  CS-RUN-DATE                  PIC 9(8)  VALUE ZERO.           
079400*                                                                 
079500*    CHECKPOINT / RESTART FIELDS. A CHECKPOINT RECORD IS WRITTEN  
079600*    EVERY CS-CKPT-INTERVAL PROCESSED RECORDS. RESTART            
079700*    REPOSITIONS THE OUTPUT-SIDE FILES BY COPYING THE COMPLETED   
079800*    RECORDS FORWARD FROM THE ABENDED RUN'S DATASETS, SO THE      
079900*    INTERVAL NO LONGER HAS TO BE 1 - A CHECKPOINT WRITE PER      
080000*    RECORD WAS REAL I/O ON A 400,000-MESSAGE FILE. THE           
080100*    PER-FILE COUNTERS TRACK HOW MANY RECORDS EACH OUTPUT-SIDE    
080200*    DATASET HOLDS, FOR THE CHECKPOINT TO CARRY.                  
080300 77  CS-RECORD-COUNT              PIC 9(8)  COMP VALUE ZERO.      
080400 77  CS-SKIP-COUNT                PIC 9(8)  COMP VALUE ZERO.      
080500 77  CS-CKPT-INTERVAL             PIC 9(8)  VALUE 5000.           
080600 77  CS-OUT-REC-COUNT             PIC 9(8)  COMP VALUE ZERO.      
080700 77  CS-AUD-REC-COUNT             PIC 9(8)  COMP VALUE ZERO.      
080800 77  CS-SLV-REC-COUNT             PIC 9(8)  COMP VALUE ZERO.      
080900 77  CS-SUSP-OUT-COUNT            PIC 9(8)  COMP VALUE ZERO.      
081000 77  CS-IDX-REC-COUNT             PIC 9(8)  COMP VALUE ZERO.      
081100 77  CS-CKPT-QUOTIENT             PIC 9(8)  VALUE ZERO.           
081200 77  CS-CKPT-REMAINDER            PIC 9(8)  VALUE ZERO.           
081300 77  CS-CKPT-FILE-STATUS          PIC X(02) VALUE SPACES.         
081400 77  CS-KEY-FILE-STATUS           PIC X(02) VALUE SPACES.         
081500*                                                                 
081600*    MESSAGE INDEX FIELDS. A MESSAGE'S PLAINTEXT CHECK VALUE IS   
081700*    WHAT IT ADDED TO THE INPUT HASH, TAKEN AS THE DIFFERENCE     
081800*    ACROSS 3300 - PUT BACK OVER TWELVE DIGITS WHEN THE TOTAL     
081900*    WRAPPED ON THAT MESSAGE.                                     
082000 77  CS-IDX-HASH-BEFORE           PIC 9(12) VALUE ZERO.           
082100 77  CS-IDX-CHECK-WORK            PIC S9(13) VALUE ZERO.          
082200*                                                                 
082300*    ENGLISH RELATIVE LETTER FREQUENCY TABLE, A THRU Z, EACH A    
082400*    3-DIGIT WEIGHT PER 1000 LETTERS OF NORMAL ENGLISH TEXT. USED 
082500*    BY SOLVE TO SCORE CANDIDATE DECRYPTS.                        
082600 01  CS-FREQ-TABLE-DATA.                                          
082700     05  FILLER                  PIC X(78) VALUE                  
082800        "082015028043127022020061070002008040024067075019001060063
082900-      "091028010024002020001".                                   
083000 01  CS-FREQ-TABLE REDEFINES CS-FREQ-TABLE-DATA.                  
083100     05  CS-FREQ-WEIGHT OCCURS 26 TIMES     PIC 9(03).            
083200*                                                                 
083300*    LETTER COUNT TABLE FOR THE CANDIDATE CURRENTLY BEING SCORED. 
083400 01  CS-LETTER-COUNT-TABLE.                                       
083500     05  CS-LETTER-COUNT OCCURS 26 TIMES    PIC 9(05) VALUE ZERO. 
083600*                                                                 
083700*    CRYPTANALYSIS WORKING FIELDS.                                
083800 77  CS-BEST-SHIFT                PIC 9(8)  VALUE ZERO.           
083900 77  CS-BEST-SCORE                PIC 9(7)  VALUE ZERO.           
084000 77  CS-CANDIDATE-SCORE           PIC 9(7)  VALUE ZERO.           
084100 77  CS-TOTAL-LETTERS             PIC 9(5)  VALUE ZERO.           
084200 77  CS-EXPECTED-COUNT            PIC S9(5) VALUE ZERO.           
084300 77  CS-COUNT-DIFF                PIC S9(5) VALUE ZERO.           
084400 77  CS-FREQ-INDEX                PIC 9(3)  VALUE ZERO.           
084500 77  CS-SI                        PIC 9(4)  COMP VALUE 1.         
084600 77  CS-FI                        PIC 9(3)  COMP VALUE 1.         
084700 77  CS-SCOREC                    PIC X(1)  VALUE SPACE.          
084800 77  CS-SCOREV                    PIC 9(8)  VALUE ZERO.           
084900*                                                                 
085000*    RUN HISTORY FIELDS. THE START STAMP IS TAKEN BEFORE          
085100*    ANYTHING CAN FAIL, AND THE HIGHEST NUMBERED MESSAGE IS       
085200*    KEPT AS EACH ONE GOES TO SYSOUT.                             
085300 77  CS-RHST-FILE-STATUS          PIC X(02) VALUE SPACES.         
085400 77  CS-START-DATE                PIC 9(08) VALUE ZERO.           
085500 77  CS-START-TIME                PIC 9(08) VALUE ZERO.           
085600 77  CS-END-TIME                  PIC 9(08) VALUE ZERO.           
085700 77  CS-MSG-NUMBER                PIC 9(04) VALUE ZERO.           
085800 77  CS-HIGH-MSG-NUMBER           PIC 9(04) VALUE ZERO.           
085900*                                                                 
086000*    FIELD MAP (COPYBOOK FLDMAP) - LOADED ONCE FROM CEASFMAP. A   
086100*    KEY-ID WITH NO MAP IS CIPHERED WHOLE. THE MAP CHOSEN FOR A   
086200*    MESSAGE RANKS 1 FOR THE KEY-ID'S OWN TYPED MAP, 2 FOR ITS    
086300*    UNTYPED ONE, 3 FOR AN ANY-KEY TYPED ONE. CS-FMAP-KEY-ID IS   
086400*    THE KEY-ID THE MESSAGE IN HAND IS CIPHERED UNDER.            
086500 77  CS-FMAP-FILE-STATUS         PIC X(02) VALUE SPACES.          
086600 77  CS-FMAP-EOF-SWITCH          PIC X(01) VALUE "N".             
086700     88  CS-FMAP-EOF                        VALUE "Y".            
086800 77  CS-FMAP-CARD-NUMBER         PIC 9(06) VALUE ZERO.            
086900 77  CS-FMAP-REASON              PIC X(44) VALUE SPACES.          
087000 77  CS-FMAP-MAX-MAPS            PIC 9(04) COMP VALUE 100.        
087100 77  CS-FMAP-MAX-RANGES          PIC 9(04) COMP VALUE 20.         
087200 77  CS-FMAP-COUNT               PIC 9(04) COMP VALUE ZERO.       
087300 77  CS-FMAP-FI                  PIC 9(04) COMP VALUE ZERO.       
087400 77  CS-FMAP-RI                  PIC 9(04) COMP VALUE ZERO.       
087500 77  CS-FMAP-HIT                 PIC 9(04) COMP VALUE ZERO.       
087600 77  CS-FMAP-RANK                PIC 9(01) VALUE ZERO.            
087700 77  CS-FMAP-POS                 PIC 9(04) COMP VALUE ZERO.       
087800 77  CS-FMAP-SPAN                PIC 9(04) COMP VALUE ZERO.       
087900 77  CS-FMAP-END                 PIC 9(04) COMP VALUE ZERO.       
088000 77  CS-FMAP-KEY-ID              PIC X(08) VALUE SPACES.          
088100 77  CS-FMAP-MSG-COUNT           PIC 9(08) VALUE ZERO.            
088200 77  CS-FIELD-HOLD               PIC X(2000) VALUE SPACES.        
088300 01  CS-FIELD-MAP-TABLE.                                          
088400     05  CS-FMAP-ENTRY           OCCURS 100 TIMES.                
088500         10  CS-FE-KEY-ID        PIC X(08).                       
088600         10  CS-FE-TYPE          PIC X(08).                       
088700         10  CS-FE-TYPE-START    PIC 9(04) COMP.                  
088800         10  CS-FE-TYPE-LENGTH   PIC 9(04) COMP.                  
088900         10  CS-FE-RANGE-COUNT   PIC 9(04) COMP.                  
089000         10  CS-FE-RANGE         OCCURS 20 TIMES.                 
089100             15  CS-FE-FROM      PIC 9(04) COMP.                  
089200             15  CS-FE-LENGTH    PIC 9(04) COMP.                  
089300*                                                                 
089400 LINKAGE SECTION.                                                 
089500 01  LK-PARM-AREA.                                                
089600     05  LK-PARM-LENGTH           PIC S9(4) COMP.                 
089700     05  LK-PARM-DATA             PIC X(12).                      
089800*                                                                 
089900 PROCEDURE DIVISION USING LK-PARM-AREA.                           
090000***************************************************************** 
090100* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
090200***************************************************************** 
090300 0000-MAINLINE.                                                   
090400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
090500     IF CS-MODE-SOLVE OR CS-MODE-SOLVE-DECRYPT                    
090600         PERFORM 2050-PROCESS-FILE-SOLVE THRU 2050-EXIT           
090700             UNTIL CS-END-OF-INPUT                                
090800     ELSE                                                         
090900         PERFORM 2000-PROCESS-FILE THRU 2000-EXIT                 
091000             UNTIL CS-END-OF-INPUT                                
091100     END-IF.                                                      
091200     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
091300     STOP RUN.                                                    
091400*                                                                 
091500***************************************************************** 
091600* 1000-INITIALIZE - GET THE DAILY SHIFT, CHECK FOR A RESTART,    *
091700* OPEN FILES, PRIME READ.                                        *
091800***************************************************************** 
091900 1000-INITIALIZE.                                                 
092000     ACCEPT CS-START-DATE FROM DATE YYYYMMDD.                     
092100     ACCEPT CS-START-TIME FROM TIME.                              
092200     PERFORM 1100-GET-SHIFT-VALUE THRU 1100-EXIT.                 
092300     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT.                   
092400     PERFORM 1700-LOAD-AUDIT-SEQUENCE THRU 1700-EXIT.             
092500     OPEN INPUT CEASER-INPUT-FILE.                                
092600*    ON A RESTART THE OUTPUT-SIDE FILES OPEN FRESH AND THE        
092700*    COMPLETED RECORDS ARE COPIED FORWARD FROM THE ABENDED        
092800*    RUN'S DATASETS - REPOSITIONING, NOT APPENDING - SO THE       
092900*    CHECKPOINT INTERVAL CAN SIT AT THOUSANDS OF RECORDS.         
093000     IF CS-RESTARTING                                             
093100         OPEN OUTPUT CEASER-OUTPUT-FILE                           
093200         OPEN OUTPUT CEASER-AUDIT-FILE                            
093300         OPEN EXTEND CEASER-CHECKPOINT-FILE                       
093400         IF CS-MODE-SOLVE OR CS-MODE-SOLVE-DECRYPT                
093500             OPEN OUTPUT CEASER-SOLVE-FILE                        
093600         END-IF                                                   
093700         IF CS-MULTI-PARTNER                                      
093800             OPEN OUTPUT CEASER-SUSPENSE-FILE                     
093900         END-IF                                                   
094000         IF CS-MODE-ENCRYPT                                       
094100             OPEN OUTPUT CEASER-INDEX-FILE                        
094200         END-IF                                                   
094300         PERFORM 1600-REPOSITION-OUTPUT-FILES THRU 1600-EXIT      
094400         PERFORM 1300-SKIP-COMPLETED-RECORDS THRU 1300-EXIT       
094500     ELSE                                                         
094600         OPEN OUTPUT CEASER-OUTPUT-FILE                           
094700         OPEN OUTPUT CEASER-AUDIT-FILE                            
094800         OPEN OUTPUT CEASER-CHECKPOINT-FILE                       
094900         IF CS-MODE-SOLVE OR CS-MODE-SOLVE-DECRYPT                
095000             OPEN OUTPUT CEASER-SOLVE-FILE                        
095100         END-IF                                                   
095200         IF CS-MULTI-PARTNER                                      
095300             OPEN OUTPUT CEASER-SUSPENSE-FILE                     
095400         END-IF                                                   
095500         IF CS-MODE-ENCRYPT                                       
095600             OPEN OUTPUT CEASER-INDEX-FILE                        
095700         END-IF                                                   
095800     END-IF.                                                      
095900     SET CS-AUDIT-OPEN TO TRUE.                                   
096000     IF NOT CS-MODE-SOLVE AND NOT CS-MODE-SOLVE-DECRYPT           
096100         OPEN I-O CEASER-PROCESSED-FILE                           
096200         IF CS-PREG-FILE-STATUS NOT = "00"                        
096300             MOVE 0018 TO CS-MSG-NUMBER                           
096400             PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT             
096500             DISPLAY "CEASER0018 - CEASPREG OPEN FAILED, "        
096600                 "STATUS " CS-PREG-FILE-STATUS                    
096700             MOVE 19 TO RETURN-CODE                               
096800             GO TO 9900-ABEND-ROUTINE                             
096900         END-IF                                                   
097000         PERFORM 1800-LOAD-FIELD-MAP THRU 1800-EXIT               
097100     END-IF.                                                      
097200     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.               
097300 1000-EXIT.                                                       
097400     EXIT.                                                        
097500*                                                                 
097600***************************************************************** 
097700* 1100-GET-SHIFT-VALUE - OBTAIN TODAY'S KEY-ID AND RUN MODE FROM *
097800* THE EXEC PARM IF ONE WAS PASSED, OTHERWISE FROM A SYSIN        *
097900* CONTROL CARD, AND LOOK UP THE KEY-ID'S SHIFT VALUE IN THE      *
098000* CEASER-KEY-FILE KEY TABLE.                                     *
098100***************************************************************** 
098200 1100-GET-SHIFT-VALUE.                                            
098300     IF LK-PARM-LENGTH > ZERO                                     
098400         MOVE LK-PARM-DATA(1:8) TO CS-KEY-ID-INPUT                
098500         IF LK-PARM-LENGTH > 8                                    
098600             MOVE LK-PARM-DATA(9:1) TO CS-RUN-MODE                
098700         END-IF                                                   
098800         IF LK-PARM-LENGTH > 9                                    
098900             MOVE LK-PARM-DATA(10:3) TO CS-GRACE-INPUT            
099000         END-IF                                                   
099100     ELSE                                                         
099200         OPEN INPUT CEASER-CONTROL-FILE                           
099300         READ CEASER-CONTROL-FILE                                 
099400             AT END                                               
099500                 MOVE SPACES TO CS-CONTROL-KEY-ID                 
099600                 MOVE SPACE TO CS-CONTROL-MODE                    
099700                 MOVE SPACES TO CS-CONTROL-GRACE                  
099800         END-READ                                                 
099900         MOVE CS-CONTROL-KEY-ID TO CS-KEY-ID-INPUT                
100000         MOVE CS-CONTROL-MODE TO CS-RUN-MODE                      
100100         MOVE CS-CONTROL-GRACE TO CS-GRACE-INPUT                  
100200         CLOSE CEASER-CONTROL-FILE                                
100300     END-IF.                                                      
100400     IF CS-RUN-MODE = SPACE                                       
100500         MOVE "E" TO CS-RUN-MODE                                  
100600     END-IF.                                                      
100700     IF CS-GRACE-INPUT NUMERIC                                    
100800         MOVE CS-GRACE-INPUT TO CS-GRACE-DAYS                     
100900     END-IF.                                                      
101000     IF NOT CS-MODE-ENCRYPT AND NOT CS-MODE-DECRYPT               
101100             AND NOT CS-MODE-SOLVE AND NOT CS-MODE-SOLVE-DECRYPT  
101200         MOVE 0004 TO CS-MSG-NUMBER                               
101300         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
101400         DISPLAY "CEASER0004 - MODE " CS-RUN-MODE                 
101500                 " NOT E, D, S, OR X"                             
101600         MOVE 24 TO RETURN-CODE                                   
101700         GO TO 9900-ABEND-ROUTINE                                 
101800     END-IF.                                                      
101900     ACCEPT CS-RUN-DATE FROM DATE YYYYMMDD.                       
102000     MOVE FUNCTION INTEGER-OF-DATE(CS-RUN-DATE)                   
102100         TO CS-RUN-DAY-NUMBER.                                    
102200     MOVE CS-KEY-ID-INPUT TO CS-RUN-KEY-ID.                       
102300     IF NOT CS-MODE-SOLVE AND NOT CS-MODE-SOLVE-DECRYPT           
102400         IF CS-KEY-ID-INPUT = SPACES                              
102500             MOVE 0001 TO CS-MSG-NUMBER                           
102600             PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT             
102700             DISPLAY "CEASER0001 - NO KEY-ID IN PARM OR SYSIN"    
102800             MOVE 16 TO RETURN-CODE                               
102900             GO TO 9900-ABEND-ROUTINE                             
103000         END-IF                                                   
103100         IF CS-KEY-ID-INPUT = "*INFILE*"                          
103200             SET CS-MULTI-PARTNER TO TRUE                         
103300         ELSE                                                     
103400             PERFORM 1150-LOOKUP-CIPHER-KEY THRU 1150-EXIT        
103500         END-IF                                                   
103600     END-IF.                                                      
103700 1100-EXIT.                                                       
103800     EXIT.                                                        
103900*                                                                 
104000***************************************************************** 
104100* 1150-LOOKUP-CIPHER-KEY - BROWSE THE KEYED CIPHER KEY TABLE     *
104200* FOR TODAY'S KEY-ID AND ADOPT THE SHIFT OF THE LATEST ACTIVE    *
104300* GENERATION WHOSE EFFECTIVE DATE IS NOT AFTER THE RUN DATE.     *
104400* GENERATIONS ARE READ IN ASCENDING EFFECTIVE-DATE ORDER, SO     *
104500* EACH QUALIFYING ONE SIMPLY REPLACES THE ONE BEFORE IT AND THE  *
104600* LAST ONE STANDING IS THE GENERATION IN EFFECT. A GENERATION    *
104700* STAGED WITH A FUTURE EFFECTIVE DATE SITS ON FILE UNTOUCHED     *
104800* UNTIL ITS DATE COMES AROUND; A RETIRED ONE IS NEVER TAKEN.     *
104900* A COMPROMISED ONE IS NEVER TAKEN EITHER, AND IF IT IS THE      *
105000* LATEST IN EFFECT THE KEY-ID IS UNUSABLE UNTIL A NEW GENERATION *
105100* TAKES OVER - THE OLDER ONES ARE NOT FALLEN BACK ON.            *
105200***************************************************************** 
105300 1150-LOOKUP-CIPHER-KEY.                                          
105400     OPEN INPUT CEASER-KEY-FILE.                                  
105500     IF CS-KEY-FILE-STATUS NOT = "00"                             
105600         MOVE 0005 TO CS-MSG-NUMBER                               
105700         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
105800         DISPLAY "CEASER0005 - CEASKEY OPEN FAILED, STATUS "      
105900             CS-KEY-FILE-STATUS                                   
106000         MOVE 19 TO RETURN-CODE                                   
106100         GO TO 9900-ABEND-ROUTINE                                 
106200     END-IF.                                                      
106300     MOVE "N" TO CS-KEYGEN-EOF-SWITCH.                            
106400     MOVE "N" TO CS-LOOKUP-FAIL-SWITCH.                           
106500     MOVE "N" TO CS-KEYGEN-FOUND-SWITCH.                          
106600     MOVE ZERO TO CS-PENDING-EFF-DATE.                            
106700     MOVE ZERO TO CS-COMPROMISED-EFF-DATE.                        
106800     MOVE "N" TO CS-PRIOR-FOUND-SWITCH.                           
106900     MOVE "N" TO CS-GRACE-SWITCH.                                 
107000     MOVE ZERO TO CS-PRIOR-SHIFT.                                 
107100     MOVE "N" TO CS-PRIOR-DIGIT.                                  
107200     MOVE SPACE TO CS-PRIOR-TYPE.                                 
107300     MOVE ZERO TO CS-PRIOR-EFF-DATE.                              
107400     MOVE ZERO TO CS-GEN-EFF-DATE.                                
107500     MOVE CS-KEY-ID-INPUT TO CK-KEY-ID.                           
107600     MOVE ZERO TO CK-EFFECTIVE-DATE.                              
107700     START CEASER-KEY-FILE KEY IS NOT LESS THAN CK-KEY            
107800         INVALID KEY                                              
107900             SET CS-KEYGEN-EOF TO TRUE                            
108000     END-START.                                                   
108100     PERFORM 1160-READ-NEXT-GENERATION THRU 1160-EXIT             
108200         UNTIL CS-KEYGEN-EOF.                                     
108300     IF CS-PENDING-EFF-DATE > ZERO                                
108400         MOVE 0023 TO CS-MSG-NUMBER                               
108500         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
108600         DISPLAY "CEASER0023 - GENERATION " CS-PENDING-EFF-DATE   
108700             " OF KEY-ID " CS-KEY-ID-INPUT                        
108800             " IS PENDING APPROVAL - NOT USED"                    
108900     END-IF.                                                      
109000     IF CS-COMPROMISED-EFF-DATE > ZERO                            
109100         MOVE 0024 TO CS-MSG-NUMBER                               
109200         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
109300         DISPLAY "CEASER0024 - GENERATION "                       
109400             CS-COMPROMISED-EFF-DATE                              
109500             " OF KEY-ID " CS-KEY-ID-INPUT                        
109600             " IS COMPROMISED - NOT USED"                         
109700         IF CS-MULTI-PARTNER                                      
109800             SET CS-LOOKUP-FAILED TO TRUE                         
109900             MOVE "GENERATION COMPROMISED" TO CS-SUSPEND-REASON   
110000             CLOSE CEASER-KEY-FILE                                
110100             GO TO 1150-EXIT                                      
110200         END-IF                                                   
110300         MOVE 18 TO RETURN-CODE                                   
110400         GO TO 9900-ABEND-ROUTINE                                 
110500     END-IF.                                                      
110600     IF NOT CS-KEYGEN-FOUND                                       
110700*        IN MULTI-PARTNER MODE A FAILED LOOKUP IS THE GROUP'S     
110800*        PROBLEM, NOT THE RUN'S - LEAVE THE VERDICT FOR THE       
110900*        CALLER TO SUSPEND THE GROUP ON.                          
111000         IF CS-MULTI-PARTNER                                      
111100             SET CS-LOOKUP-FAILED TO TRUE                         
111200             MOVE "NO ACTIVE KEY GENERATION" TO CS-SUSPEND-REASON 
111300             CLOSE CEASER-KEY-FILE                                
111400             GO TO 1150-EXIT                                      
111500         END-IF                                                   
111600         MOVE 0003 TO CS-MSG-NUMBER                               
111700         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
111800         DISPLAY "CEASER0003 - NO ACTIVE GENERATION OF KEY-ID "   
111900             CS-KEY-ID-INPUT " IN EFFECT ON " CS-RUN-DATE         
112000         MOVE 18 TO RETURN-CODE                                   
112100         GO TO 9900-ABEND-ROUTINE                                 
112200     END-IF.                                                      
112300     IF CS-GEN-TYPE = "V"                                         
112400         IF CS-MULTI-PARTNER                                      
112500             SET CS-LOOKUP-FAILED TO TRUE                         
112600             MOVE "VIGENERE KEY USE CEASERV"                      
112700                 TO CS-SUSPEND-REASON                             
112800             CLOSE CEASER-KEY-FILE                                
112900             GO TO 1150-EXIT                                      
113000         END-IF                                                   
113100         MOVE 0015 TO CS-MSG-NUMBER                               
113200         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
113300         DISPLAY "CEASER0015 - KEY-ID " CS-KEY-ID-INPUT           
113400             " IS A VIGENERE KEYWORD KEY - USE CEASERV"           
113500         MOVE 18 TO RETURN-CODE                                   
113600         GO TO 9900-ABEND-ROUTINE                                 
113700     END-IF.                                                      
113800     CLOSE CEASER-KEY-FILE.                                       
113900     MOVE CS-SHIFT TO CS-CHOSEN-SHIFT.                            
114000     MOVE CS-GEN-EFF-DATE TO CS-CHOSEN-GEN-DATE.                  
114100     PERFORM 1180-CHECK-GRACE-WINDOW THRU 1180-EXIT.              
114200 1150-EXIT.                                                       
114300     EXIT.                                                        
114400*                                                                 
114500 1160-READ-NEXT-GENERATION.                                       
114600     READ CEASER-KEY-FILE NEXT RECORD                             
114700         AT END                                                   
114800             SET CS-KEYGEN-EOF TO TRUE                            
114900         NOT AT END                                               
115000             IF CK-KEY-ID NOT = CS-KEY-ID-INPUT                   
115100                 SET CS-KEYGEN-EOF TO TRUE                        
115200             ELSE                                                 
115300                 IF CK-GEN-ACTIVE                                 
115400                         AND CK-EFFECTIVE-DATE NOT > CS-RUN-DATE  
115500*                    THE GENERATION BEING REPLACED IS THE MOST    
115600*                    RECENT PRIOR ONE - REMEMBER IT FOR THE       
115700*                    CUTOVER GRACE RETRY ON DECRYPT.              
115800                     IF CS-KEYGEN-FOUND                           
115900                         MOVE CS-SHIFT TO CS-PRIOR-SHIFT          
116000                         MOVE CS-DIGIT-SWITCH TO CS-PRIOR-DIGIT   
116100                         MOVE CS-GEN-TYPE TO CS-PRIOR-TYPE        
116200                         MOVE CS-GEN-EFF-DATE                     
116300                             TO CS-PRIOR-EFF-DATE                 
116400                         SET CS-PRIOR-FOUND TO TRUE               
116500                     END-IF                                       
116600                     MOVE CK-SHIFT-VALUE TO CS-SHIFT              
116700                     MOVE CK-KEY-TYPE TO CS-GEN-TYPE              
116800                     MOVE CK-EFFECTIVE-DATE TO CS-GEN-EFF-DATE    
116900                     IF CK-DIGITS-CIPHERED                        
117000                         MOVE "Y" TO CS-DIGIT-SWITCH              
117100                     ELSE                                         
117200                         MOVE "N" TO CS-DIGIT-SWITCH              
117300                     END-IF                                       
117400                     SET CS-KEYGEN-FOUND TO TRUE                  
117500                     MOVE ZERO TO CS-PENDING-EFF-DATE             
117600                     MOVE ZERO TO CS-COMPROMISED-EFF-DATE         
117700                 END-IF                                           
117800                 IF CK-GEN-PENDING                                
117900                         AND CK-EFFECTIVE-DATE NOT > CS-RUN-DATE  
118000                     MOVE CK-EFFECTIVE-DATE TO CS-PENDING-EFF-DATE
118100                 END-IF                                           
118200*                A COMPROMISED GENERATION ENDS THE CHAIN - NEITHER
118300*                IT NOR ANY GENERATION BEFORE IT MAY BE USED, NOT 
118400*                EVEN AS THE PRIOR FOR THE GRACE RETRY. AN ACTIVE 
118500*                GENERATION AFTER IT STARTS A FRESH CHAIN.        
118600                 IF CK-GEN-COMPROMISED                            
118700                         AND CK-EFFECTIVE-DATE NOT > CS-RUN-DATE  
118800                     MOVE CK-EFFECTIVE-DATE                       
118900                         TO CS-COMPROMISED-EFF-DATE               
119000                     MOVE "N" TO CS-KEYGEN-FOUND-SWITCH           
119100                     MOVE "N" TO CS-PRIOR-FOUND-SWITCH            
119200                 END-IF                                           
119300             END-IF                                               
119400     END-READ.                                                    
119500 1160-EXIT.                                                       
119600     EXIT.                                                        
119700*                                                                 
119800***************************************************************** 
119900* 1180-CHECK-GRACE-WINDOW - DECIDE WHETHER THE KEY JUST LOADED   *
120000* IS INSIDE ITS CUTOVER GRACE WINDOW: A PRIOR ACTIVE CAESAR      *
120100* GENERATION EXISTS WITH A USABLE SHIFT, AND THE GENERATION IN   *
120200* EFFECT TOOK OVER NO MORE THAN CS-GRACE-DAYS AGO. ONLY A        *
120300* DECRYPT RECORD THAT FAILS THE PLAUSIBILITY CHECK EVER USES     *
120400* IT; OUTSIDE THE WINDOW EVERYTHING RUNS AS IT ALWAYS HAS.       *
120500***************************************************************** 
120600 1180-CHECK-GRACE-WINDOW.                                         
120700     MOVE "N" TO CS-GRACE-SWITCH.                                 
120800     IF NOT CS-PRIOR-FOUND                                        
120900         GO TO 1180-EXIT                                          
121000     END-IF.                                                      
121100     IF CS-PRIOR-TYPE = "V"                                       
121200             OR CS-PRIOR-SHIFT < 1                                
121300             OR CS-PRIOR-SHIFT > 25                               
121400         GO TO 1180-EXIT                                          
121500     END-IF.                                                      
121600     MOVE FUNCTION INTEGER-OF-DATE(CS-GEN-EFF-DATE)               
121700         TO CS-EFF-DAY-NUMBER.                                    
121800     IF CS-EFF-DAY-NUMBER = ZERO                                  
121900         GO TO 1180-EXIT                                          
122000     END-IF.                                                      
122100     COMPUTE CS-CUTOVER-AGE =                                     
122200         CS-RUN-DAY-NUMBER - CS-EFF-DAY-NUMBER.                   
122300     IF CS-CUTOVER-AGE NOT > CS-GRACE-DAYS                        
122400         SET CS-GRACE-ACTIVE TO TRUE                              
122500     END-IF.                                                      
122600 1180-EXIT.                                                       
122700     EXIT.                                                        
122800*                                                                 
122900***************************************************************** 
123000* 1200-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY AN EARLIER  *
123100* RUN THAT DID NOT REACH NORMAL END OF JOB. THIS FILE IS NO      *
123200* LONGER REOPENED PER RECORD, SO IT MAY HOLD SEVERAL CHECKPOINTS *
123300* BY THE TIME OF AN ABEND - THE LAST ONE READ IS THE CURRENT ONE.*
123400* A FOUND CHECKPOINT IS HONORED ONLY IF IT BELONGS TO THIS SAME  *
123500* KEY-ID AND RUN MODE - OTHERWISE IT IS A LEFTOVER FROM SOME     *
123600* EARLIER, UNRELATED INVOCATION AND THIS RUN STARTS FRESH. THE   *
123700* SHIFT ITSELF IS NOT RESTORED FROM THE CHECKPOINT - THE KEY-ID  *
123800* LOOKUP 1100-GET-SHIFT-VALUE ALREADY PERFORMED IS AUTHORITATIVE,*
123900* SINCE A KEY'S SHIFT MAY HAVE BEEN CHANGED VIA CEASMNT BETWEEN  *
124000* THE ABENDED RUN AND THIS ONE.                                  *
124100***************************************************************** 
124200 1200-CHECK-RESTART.                                              
124300     MOVE ZERO TO CS-RECORD-COUNT.                                
124400     MOVE ZERO TO CS-SKIP-COUNT.                                  
124500     MOVE "N" TO CS-RESTART-SWITCH.                               
124600     MOVE "N" TO CS-CKPT-EOF-SWITCH.                              
124700     MOVE "N" TO CS-CKPT-FOUND-SWITCH.                            
124800     OPEN INPUT CEASER-CHECKPOINT-FILE.                           
124900     IF CS-CKPT-FILE-STATUS = "00"                                
125000         PERFORM 1210-READ-LATEST-CHECKPOINT THRU 1210-EXIT       
125100             UNTIL CS-CKPT-EOF                                    
125200         CLOSE CEASER-CHECKPOINT-FILE                             
125300     END-IF.                                                      
125400     IF CS-CKPT-FOUND                                             
125500             AND CS-CKPT-KEY-ID = CS-RUN-KEY-ID                   
125600             AND CS-CKPT-MODE = CS-RUN-MODE                       
125700         MOVE CS-CKPT-RECORD-COUNT TO CS-RECORD-COUNT             
125800         MOVE CS-CKPT-RECORD-COUNT TO CS-SKIP-COUNT               
125900         MOVE CS-CKPT-HDR-SEEN TO CS-HDR-SEEN-SWITCH              
126000         MOVE CS-CKPT-TRL-SEEN TO CS-TRL-SEEN-SWITCH              
126100         MOVE CS-CKPT-DATA-COUNT TO CS-IN-DATA-COUNT              
126200         MOVE CS-CKPT-IN-HASH TO CS-IN-HASH                       
126300         MOVE CS-CKPT-OUT-HASH TO CS-OUT-HASH                     
126400         MOVE CS-CKPT-OUT-COUNT TO CS-OUT-REC-COUNT               
126500         MOVE CS-CKPT-AUD-COUNT TO CS-AUD-REC-COUNT               
126600         MOVE CS-CKPT-SLV-COUNT TO CS-SLV-REC-COUNT               
126700         MOVE CS-CKPT-SUSP-COUNT TO CS-SUSP-OUT-COUNT             
126800         MOVE CS-CKPT-GRACE-COUNT TO CS-GRACE-USED-COUNT          
126900         MOVE CS-CKPT-IMPLAUS-COUNT TO CS-IMPLAUS-COUNT           
127000         MOVE CS-CKPT-IDX-COUNT TO CS-IDX-REC-COUNT               
127100         SET CS-RESTARTING TO TRUE                                
127200     END-IF.                                                      
127300 1200-EXIT.                                                       
127400     EXIT.                                                        
127500*                                                                 
127600 1210-READ-LATEST-CHECKPOINT.                                     
127700     READ CEASER-CHECKPOINT-FILE                                  
127800         AT END                                                   
127900             SET CS-CKPT-EOF TO TRUE                              
128000         NOT AT END                                               
128100             SET CS-CKPT-FOUND TO TRUE                            
128200     END-READ.                                                    
128300 1210-EXIT.                                                       
128400     EXIT.                                                        
128500*                                                                 
128600***************************************************************** 
128700* 1300-SKIP-COMPLETED-RECORDS - ON A RESTART, READ PAST THE      *
128800* INPUT RECORDS ALREADY ENCRYPTED AND WRITTEN BY AN EARLIER RUN. *
128900***************************************************************** 
129000 1300-SKIP-COMPLETED-RECORDS.                                     
129100     PERFORM 1310-SKIP-ONE-RECORD THRU 1310-EXIT                  
129200         CS-SKIP-COUNT TIMES.                                     
129300 1300-EXIT.                                                       
129400     EXIT.                                                        
129500*                                                                 
129600***************************************************************** 
129700* 1310-SKIP-ONE-RECORD - READ PAST ONE ALREADY-PROCESSED INPUT   *
129800* RECORD. IN MULTI-PARTNER MODE A SKIPPED *KEY HEADER STILL      *
129900* GETS ITS LOOKUP PERFORMED, SO THE RESUMED RUN PICKS UP UNDER   *
130000* THE SAME PARTNER KEY THE ABENDED SEGMENT WAS USING.            *
130100***************************************************************** 
130200 1310-SKIP-ONE-RECORD.                                            
130300     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.               
130400     IF CS-MULTI-PARTNER AND NOT CS-END-OF-INPUT                  
130500             AND CS-INPUT-REC(1:5) = "*KEY "                      
130600*        CLOSE THE PREVIOUS GROUP EXACTLY AS 2300 DOES, SO A      
130700*        GROUP THAT LIES WHOLLY INSIDE THE SKIPPED REGION STILL   
130800*        COUNTS TOWARD THE RUN'S DISPOSITIONS AND A RESUMED RUN   
130900*        WHOSE SUSPENSIONS ALL PRECEDED THE CHECKPOINT STILL      
131000*        ENDS WITH CEASER0016 AND THE WARNING RETURN CODE.        
131100         PERFORM 2310-CLOSE-GROUP-DISPOSITION THRU 2310-EXIT      
131200         MOVE CS-INPUT-REC(6:8) TO CS-KEY-ID-INPUT                
131300         ADD 1 TO CS-GROUP-NUMBER                                 
131400         MOVE ZERO TO CS-GROUP-RECORDS                            
131500         PERFORM 2320-EVALUATE-GROUP-KEY THRU 2320-EXIT           
131600         SET CS-KEY-LOADED TO TRUE                                
131700         SET CS-GROUP-OPEN TO TRUE                                
131800     END-IF.                                                      
131900     IF CS-MULTI-PARTNER AND NOT CS-END-OF-INPUT                  
132000             AND CS-GROUP-OPEN                                    
132100             AND CS-INPUT-REC(1:5) NOT = "*KEY "                  
132200             AND CS-INPUT-REC(1:5) NOT = "*HDR "                  
132300             AND CS-INPUT-REC(1:5) NOT = "*TRL "                  
132400         ADD 1 TO CS-GROUP-RECORDS                                
132500         IF CS-GROUP-SUSPENDED                                    
132600             ADD 1 TO CS-SUSP-RECORD-COUNT                        
132700         END-IF                                                   
132800     END-IF.                                                      
132900*    A SKIPPED *TRL CLOSES THE LAST GROUP THE WAY 2500 DOES.      
133000     IF CS-MULTI-PARTNER AND NOT CS-END-OF-INPUT                  
133100             AND CS-INPUT-REC(1:5) = "*TRL "                      
133200         PERFORM 2310-CLOSE-GROUP-DISPOSITION THRU 2310-EXIT      
133300     END-IF.                                                      
133400*    A SKIPPED *HDR STILL GIVES UP ITS FEED ID AND CREATION       
133500*    DATE, SO THE RESUMED RUN CAN RECORD THE FILE AS PROCESSED    
133600*    WHEN ITS TRAILER RECONCILES. THE REPLAY CHECK ITSELF IS      
133700*    NOT REPEATED - THE ABENDED SEGMENT ALREADY PASSED IT.        
133800     IF NOT CS-END-OF-INPUT                                       
133900             AND CS-INPUT-REC(1:5) = "*HDR "                      
134000         MOVE CS-INPUT-REC(6:8) TO CS-HDR-FEED-ID                 
134100         IF CS-INPUT-REC(15:8) NUMERIC                            
134200             MOVE CS-INPUT-REC(15:8) TO CS-HDR-FILE-DATE          
134300         END-IF                                                   
134400     END-IF.                                                      
134500 1310-EXIT.                                                       
134600     EXIT.                                                        
134700*                                                                 
134800***************************************************************** 
134900* 1400-WRITE-CHECKPOINT-RECORD - SAVE THE CURRENT RECORD COUNT,  *
135000* SHIFT, KEY-ID, AND RUN MODE SO A RESTART CAN PICK UP FROM HERE *
135100* AND CAN TELL THIS RUN'S CHECKPOINTS APART FROM SOME OTHER      *
135200* KEY-ID OR MODE'S. THE FILE IS OPENED ONCE FOR THE WHOLE RUN    *
135300* (SEE 1000-INITIALIZE), SO THIS PARAGRAPH ONLY WRITES - IT NO   *
135400* LONGER PAYS FOR AN OPEN AND CLOSE ON EVERY RECORD.             *
135500***************************************************************** 
135600 1400-WRITE-CHECKPOINT-RECORD.                                    
135700     MOVE CS-RECORD-COUNT TO CS-CKPT-RECORD-COUNT.                
135800     MOVE CS-SHIFT TO CS-CKPT-SHIFT.                              
135900     MOVE CS-RUN-KEY-ID TO CS-CKPT-KEY-ID.                        
136000     MOVE CS-RUN-MODE TO CS-CKPT-MODE.                            
136100     MOVE CS-HDR-SEEN-SWITCH TO CS-CKPT-HDR-SEEN.                 
136200     MOVE CS-TRL-SEEN-SWITCH TO CS-CKPT-TRL-SEEN.                 
136300     MOVE CS-IN-DATA-COUNT TO CS-CKPT-DATA-COUNT.                 
136400     MOVE CS-IN-HASH TO CS-CKPT-IN-HASH.                          
136500     MOVE CS-OUT-HASH TO CS-CKPT-OUT-HASH.                        
136600     MOVE CS-OUT-REC-COUNT TO CS-CKPT-OUT-COUNT.                  
136700     MOVE CS-AUD-REC-COUNT TO CS-CKPT-AUD-COUNT.                  
136800     MOVE CS-SLV-REC-COUNT TO CS-CKPT-SLV-COUNT.                  
136900     MOVE CS-SUSP-OUT-COUNT TO CS-CKPT-SUSP-COUNT.                
137000     MOVE CS-GRACE-USED-COUNT TO CS-CKPT-GRACE-COUNT.             
137100     MOVE CS-IMPLAUS-COUNT TO CS-CKPT-IMPLAUS-COUNT.              
137200     MOVE CS-IDX-REC-COUNT TO CS-CKPT-IDX-COUNT.                  
137300     WRITE CS-CHECKPOINT-REC.                                     
137400 1400-EXIT.                                                       
137500     EXIT.                                                        
137600*                                                                 
137700***************************************************************** 
137800* 1500-CLEAR-CHECKPOINT-FILE - NORMAL END OF JOB, SO THE NEXT    *
137900* RUN SHOULD START FRESH INSTEAD OF RESTARTING FROM THIS ONE.    *
138000* THE RUN'S CHECKPOINT FILE WAS CLOSED JUST BEFORE THIS IS       *
138100* PERFORMED (SEE 9000-TERMINATE), SO REOPENING OUTPUT HERE       *
138200* TRUNCATES IT TO EMPTY.                                         *
138300***************************************************************** 
138400 1500-CLEAR-CHECKPOINT-FILE.                                      
138500     OPEN OUTPUT CEASER-CHECKPOINT-FILE.                          
138600     CLOSE CEASER-CHECKPOINT-FILE.                                
138700     IF CS-MODE-SOLVE OR CS-MODE-SOLVE-DECRYPT                    
138800         CLOSE CEASER-SOLVE-FILE                                  
138900     END-IF.                                                      
139000 1500-EXIT.                                                       
139100     EXIT.                                                        
139200*                                                                 
139300***************************************************************** 
139400* 1600-REPOSITION-OUTPUT-FILES - RESTART REPOSITIONING. EACH     *
139500* OUTPUT-SIDE FILE WAS REOPENED FRESH; COPY FORWARD EXACTLY      *
139600* THE NUMBER OF RECORDS THE CHECKPOINT SAYS WERE COMPLETE,       *
139700* READ FROM THE ABENDED RUN'S OWN DATASETS ON THE CEASOLD*       *
139800* DDS. RECORDS THE ABENDED SEGMENT WROTE AFTER ITS LAST          *
139900* CHECKPOINT ARE DELIBERATELY LEFT BEHIND - THOSE INPUT          *
140000* RECORDS WILL BE REPROCESSED AND REWRITTEN.                     *
140100***************************************************************** 
140200 1600-REPOSITION-OUTPUT-FILES.                                    
140300     OPEN INPUT CEASER-OLD-OUTPUT-FILE.                           
140400     PERFORM 1610-COPY-ONE-OUTPUT-RECORD THRU 1610-EXIT           
140500         CS-OUT-REC-COUNT TIMES.                                  
140600     CLOSE CEASER-OLD-OUTPUT-FILE.                                
140700     OPEN INPUT CEASER-OLD-AUDIT-FILE.                            
140800     PERFORM 1620-COPY-ONE-AUDIT-RECORD THRU 1620-EXIT            
140900         CS-AUD-REC-COUNT TIMES.                                  
141000     CLOSE CEASER-OLD-AUDIT-FILE.                                 
141100     IF CS-MODE-SOLVE OR CS-MODE-SOLVE-DECRYPT                    
141200         OPEN INPUT CEASER-OLD-SOLVE-FILE                         
141300         PERFORM 1630-COPY-ONE-SOLVE-RECORD THRU 1630-EXIT        
141400             CS-SLV-REC-COUNT TIMES                               
141500         CLOSE CEASER-OLD-SOLVE-FILE                              
141600     END-IF.                                                      
141700     IF CS-MULTI-PARTNER                                          
141800         OPEN INPUT CEASER-OLD-SUSP-FILE                          
141900         PERFORM 1640-COPY-ONE-SUSP-RECORD THRU 1640-EXIT         
142000             CS-SUSP-OUT-COUNT TIMES                              
142100         CLOSE CEASER-OLD-SUSP-FILE                               
142200     END-IF.                                                      
142300     IF CS-MODE-ENCRYPT                                           
142400         OPEN INPUT CEASER-OLD-INDEX-FILE                         
142500         PERFORM 1650-COPY-ONE-INDEX-RECORD THRU 1650-EXIT        
142600             CS-IDX-REC-COUNT TIMES                               
142700         CLOSE CEASER-OLD-INDEX-FILE                              
142800     END-IF.                                                      
142900 1600-EXIT.                                                       
143000     EXIT.                                                        
143100*                                                                 
143200 1610-COPY-ONE-OUTPUT-RECORD.                                     
143300     READ CEASER-OLD-OUTPUT-FILE                                  
143400         AT END                                                   
143500             PERFORM 1690-REPOSITION-FAILED THRU 1690-EXIT        
143600     END-READ.                                                    
143700     MOVE CS-OLDO-LENGTH TO CS-OUT-LENGTH.                        
143800     MOVE CS-OLD-OUTPUT-REC TO CS-OUTPUT-REC.                     
143900     WRITE CS-OUTPUT-REC.                                         
144000*    THE COPIED *HDR CARRIES THE ABENDED RUN'S DATE, WHICH IS     
144100*    THE FILE DATE THE REST OF THE MESSAGE INDEX MUST CARRY.      
144200     IF CS-OUTPUT-REC(1:5) = "*HDR "                              
144300         MOVE CS-OUTPUT-REC(6:8) TO CS-OUT-HDR-FEED-ID            
144400         MOVE CS-OUTPUT-REC(15:8) TO CS-OUT-HDR-DATE              
144500     END-IF.                                                      
144600 1610-EXIT.                                                       
144700     EXIT.                                                        
144800*                                                                 
144900 1620-COPY-ONE-AUDIT-RECORD.                                      
145000     READ CEASER-OLD-AUDIT-FILE                                   
145100         AT END                                                   
145200             PERFORM 1690-REPOSITION-FAILED THRU 1690-EXIT        
145300     END-READ.                                                    
145400     MOVE CS-OLD-AUDIT-REC TO CS-AUDIT-REC.                       
145500     WRITE CS-AUDIT-REC.                                          
145600*    THE RESUMED RUN CHAINS ON FROM THE LAST RECORD COPIED.       
145700     IF CS-AUDIT-STAMPED                                          
145800         MOVE CS-AUDIT-SEQ-NO TO CS-AUD-SEQ-NO                    
145900         MOVE CS-AUDIT-CHECK-VALUE TO CS-AUD-CHECK-VALUE          
146000     END-IF.                                                      
146100 1620-EXIT.                                                       
146200     EXIT.                                                        
146300*                                                                 
146400 1630-COPY-ONE-SOLVE-RECORD.                                      
146500     READ CEASER-OLD-SOLVE-FILE                                   
146600         AT END                                                   
146700             PERFORM 1690-REPOSITION-FAILED THRU 1690-EXIT        
146800     END-READ.                                                    
146900     MOVE CS-OLD-SOLVE-REC TO CS-SOLVE-REC.                       
147000     WRITE CS-SOLVE-REC.                                          
147100 1630-EXIT.                                                       
147200     EXIT.                                                        
147300*                                                                 
147400 1640-COPY-ONE-SUSP-RECORD.                                       
147500     READ CEASER-OLD-SUSP-FILE                                    
147600         AT END                                                   
147700             PERFORM 1690-REPOSITION-FAILED THRU 1690-EXIT        
147800     END-READ.                                                    
147900     MOVE CS-OLDU-LENGTH TO CS-SUSP-LENGTH.                       
148000     MOVE CS-OLD-SUSP-REC TO CS-SUSPENSE-REC.                     
148100     WRITE CS-SUSPENSE-REC.                                       
148200 1640-EXIT.                                                       
148300     EXIT.                                                        
148400*                                                                 
148500 1650-COPY-ONE-INDEX-RECORD.                                      
148600     READ CEASER-OLD-INDEX-FILE                                   
148700         AT END                                                   
148800             PERFORM 1690-REPOSITION-FAILED THRU 1690-EXIT        
148900     END-READ.                                                    
149000     MOVE CS-OLD-INDEX-REC TO MESSAGE-INDEX-REC.                  
149100     WRITE MESSAGE-INDEX-REC.                                     
149200 1650-EXIT.                                                       
149300     EXIT.                                                        
149400*                                                                 
149500***************************************************************** 
149600* 1690-REPOSITION-FAILED - AN OLD DATASET RAN OUT BEFORE THE     *
149700* CHECKPOINT'S COUNT WAS REACHED. THE CHECKPOINT AND THE         *
149800* CEASOLD* DDS DISAGREE - MOST LIKELY THE JCL POINTS AT THE      *
149900* WRONG GENERATION - AND RESUMING WOULD SHIP A SHORT FILE.       *
150000***************************************************************** 
150100 1690-REPOSITION-FAILED.                                          
150200     MOVE 0022 TO CS-MSG-NUMBER.                                  
150300     PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT.                    
150400     DISPLAY "CEASER0022 - RESTART REPOSITIONING FAILED - AN "    
150500         "OLD OUTPUT DATASET IS SHORTER THAN THE CHECKPOINT "     
150600         "RECORDED".                                              
150700     MOVE 26 TO RETURN-CODE.                                      
150800     GO TO 9900-ABEND-ROUTINE.                                    
150900 1690-EXIT.                                                       
151000     EXIT.                                                        
151100*                                                                 
151200***************************************************************** 
151300* 1700-LOAD-AUDIT-SEQUENCE - PICK UP THE AUDIT CHAIN WHERE THE   *
151400* LAST RUN LEFT IT. AN EMPTY CEASAUDS MEANS NOTHING HAS BEEN     *
151500* STAMPED YET AND THE CHAIN STARTS FROM ZERO; A MISSING ONE      *
151600* STOPS THE RUN, SINCE WRITING ON WITHOUT IT WOULD RESTART THE   *
151700* SEQUENCE IN THE MIDDLE OF THE TRAIL.                           *
151800***************************************************************** 
151900 1700-LOAD-AUDIT-SEQUENCE.                                        
152000     OPEN INPUT CEASER-AUDIT-SEQ-FILE.                            
152100     IF CS-AUDS-FILE-STATUS NOT = "00"                            
152200         MOVE 0025 TO CS-MSG-NUMBER                               
152300         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
152400         DISPLAY "CEASER0025 - CEASAUDS OPEN FAILED, STATUS "     
152500             CS-AUDS-FILE-STATUS                                  
152600         MOVE 19 TO RETURN-CODE                                   
152700         GO TO 9900-ABEND-ROUTINE                                 
152800     END-IF.                                                      
152900     READ CEASER-AUDIT-SEQ-FILE                                   
153000         AT END                                                   
153100             MOVE ZERO TO AQ-LAST-SEQ-NO                          
153200             MOVE ZERO TO AQ-LAST-CHECK-VALUE                     
153300     END-READ.                                                    
153400     MOVE AQ-LAST-SEQ-NO TO CS-AUD-SEQ-NO.                        
153500     MOVE AQ-LAST-CHECK-VALUE TO CS-AUD-CHECK-VALUE.              
153600     CLOSE CEASER-AUDIT-SEQ-FILE.                                 
153700 1700-EXIT.                                                       
153800     EXIT.                                                        
153900*                                                                 
154000***************************************************************** 
154100* 1750-SAVE-AUDIT-SEQUENCE - RECORD WHERE THE AUDIT CHAIN NOW    *
154200* ENDS, FOR THE NEXT RUN TO CONTINUE FROM AND FOR CEASAVF TO     *
154300* CHECK THE END OF THE TRAIL AGAINST.                            *
154400***************************************************************** 
154500 1750-SAVE-AUDIT-SEQUENCE.                                        
154600     ACCEPT CS-RUN-TIME FROM TIME.                                
154700     MOVE SPACES TO AUDIT-SEQUENCE-CONTROL-REC.                   
154800     MOVE CS-AUD-SEQ-NO TO AQ-LAST-SEQ-NO.                        
154900     MOVE CS-AUD-CHECK-VALUE TO AQ-LAST-CHECK-VALUE.              
155000     MOVE "CEASER" TO AQ-LAST-PROGRAM.                            
155100     MOVE CS-RUN-DATE TO AQ-LAST-DATE.                            
155200     MOVE CS-RUN-TIME(1:6) TO AQ-LAST-TIME.                       
155300     OPEN OUTPUT CEASER-AUDIT-SEQ-FILE.                           
155400     WRITE AUDIT-SEQUENCE-CONTROL-REC.                            
155500     CLOSE CEASER-AUDIT-SEQ-FILE.                                 
155600 1750-EXIT.                                                       
155700     EXIT.                                                        
155800*                                                                 
155900***************************************************************** 
156000* 1800-LOAD-FIELD-MAP - LOAD THE FIELD MAP CARDS (CEASFMAP)      *
156100* INTO THE MAP TABLE, CHECKING EACH ONE. A BAD CARD STOPS THE    *
156200* RUN BEFORE ANY RECORD IS TOUCHED - A WRONG MAP COULD SHIP A    *
156300* SENSITIVE COLUMN IN CLEAR. AN EMPTY FILE MEANS NO PARTNER IS   *
156400* ON FIELD-LEVEL CIPHERING, AND EVERY RECORD IS CIPHERED WHOLE.  *
156500***************************************************************** 
156600 1800-LOAD-FIELD-MAP.                                             
156700     OPEN INPUT FIELD-MAP-FILE.                                   
156800     IF CS-FMAP-FILE-STATUS NOT = "00"                            
156900         MOVE 0027 TO CS-MSG-NUMBER                               
157000         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
157100         DISPLAY "CEASER0027 - CEASFMAP OPEN FAILED, STATUS "     
157200             CS-FMAP-FILE-STATUS                                  
157300         MOVE 19 TO RETURN-CODE                                   
157400         GO TO 9900-ABEND-ROUTINE                                 
157500     END-IF.                                                      
157600     PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT.             
157700     PERFORM 1820-ADD-FIELD-MAP-CARD THRU 1820-EXIT               
157800         UNTIL CS-FMAP-EOF.                                       
157900     CLOSE FIELD-MAP-FILE.                                        
158000     IF CS-FMAP-COUNT > ZERO                                      
158100         DISPLAY "CEASER - FIELD MAPS LOADED FROM CEASFMAP "      
158200             CS-FMAP-COUNT                                        
158300     END-IF.                                                      
158400 1800-EXIT.                                                       
158500     EXIT.                                                        
158600*                                                                 
158700 1810-READ-FIELD-MAP-CARD.                                        
158800     READ FIELD-MAP-FILE                                          
158900         AT END                                                   
159000             SET CS-FMAP-EOF TO TRUE                              
159100         NOT AT END                                               
159200             ADD 1 TO CS-FMAP-CARD-NUMBER                         
159300     END-READ.                                                    
159400 1810-EXIT.                                                       
159500     EXIT.                                                        
159600*                                                                 
159700***************************************************************** 
159800* 1820-ADD-FIELD-MAP-CARD - ONE RANGE CARD. THE FIRST CARD OF A  *
159900* KEY-ID AND RECORD TYPE STARTS A NEW MAP; THE CARDS AFTER IT    *
160000* ADD THEIR RANGES TO THAT MAP.                                  *
160100***************************************************************** 
160200 1820-ADD-FIELD-MAP-CARD.                                         
160300     IF FM-COMMENT-CARD OR FIELD-MAP-CARD = SPACES                
160400         PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT          
160500         GO TO 1820-EXIT                                          
160600     END-IF.                                                      
160700     PERFORM 1830-CHECK-FIELD-MAP-CARD THRU 1830-EXIT.            
160800     IF CS-FMAP-COUNT = ZERO                                      
160900             OR FM-KEY-ID NOT = CS-FE-KEY-ID(CS-FMAP-COUNT)       
161000             OR FM-RECORD-TYPE NOT = CS-FE-TYPE(CS-FMAP-COUNT)    
161100         PERFORM 1840-START-FIELD-MAP THRU 1840-EXIT              
161200     END-IF.                                                      
161300     MOVE CS-FMAP-COUNT TO CS-FMAP-FI.                            
161400     IF FM-RECORD-TYPE NOT = SPACES                               
161500         IF FM-TYPE-START NOT = CS-FE-TYPE-START(CS-FMAP-FI)      
161600            OR FM-TYPE-LENGTH NOT = CS-FE-TYPE-LENGTH(CS-FMAP-FI) 
161700             MOVE "TYPE COLUMNS DIFFER FROM THE MAP'S FIRST CARD" 
161800                 TO CS-FMAP-REASON                                
161900             GO TO 1890-REJECT-FIELD-MAP-CARD                     
162000         END-IF                                                   
162100     END-IF.                                                      
162200     IF CS-FE-RANGE-COUNT(CS-FMAP-FI) = CS-FMAP-MAX-RANGES        
162300         MOVE "MORE THAN 20 RANGES IN ONE MAP" TO CS-FMAP-REASON  
162400         GO TO 1890-REJECT-FIELD-MAP-CARD                         
162500     END-IF.                                                      
162600     ADD 1 TO CS-FE-RANGE-COUNT(CS-FMAP-FI).                      
162700     MOVE CS-FE-RANGE-COUNT(CS-FMAP-FI) TO CS-FMAP-RI.            
162800     MOVE FM-RANGE-FROM TO CS-FE-FROM(CS-FMAP-FI, CS-FMAP-RI).    
162900     COMPUTE CS-FE-LENGTH(CS-FMAP-FI, CS-FMAP-RI) =               
163000         FM-RANGE-TO - FM-RANGE-FROM + 1.                         
163100     PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT.             
163200 1820-EXIT.                                                       
163300     EXIT.                                                        
163400*                                                                 
163500***************************************************************** 
163600* 1830-CHECK-FIELD-MAP-CARD - THE RANGE MUST LIE IN COLUMNS      *
163700* 1-2000. A CARD WITH A RECORD TYPE MUST SAY WHERE THE TYPE      *
163800* SITS, AND THE RANGE MUST NOT COVER IT - THE TYPE HAS TO BE     *
163900* READABLE IN CLEAR TO FIND THE MAP AGAIN ON THE WAY BACK. A     *
164000* CARD WITH NO RECORD TYPE MUST NAME ITS KEY-ID.                 *
164100***************************************************************** 
164200 1830-CHECK-FIELD-MAP-CARD.                                       
164300     IF FM-RANGE-FROM NOT NUMERIC OR FM-RANGE-TO NOT NUMERIC      
164400         MOVE "RANGE COLUMNS NOT NUMERIC" TO CS-FMAP-REASON       
164500         GO TO 1890-REJECT-FIELD-MAP-CARD                         
164600     END-IF.                                                      
164700     IF FM-RANGE-FROM < 1 OR FM-RANGE-TO > 2000                   
164800             OR FM-RANGE-FROM > FM-RANGE-TO                       
164900         MOVE "RANGE NOT WITHIN COLUMNS 1-2000" TO CS-FMAP-REASON 
165000         GO TO 1890-REJECT-FIELD-MAP-CARD                         
165100     END-IF.                                                      
165200     IF FM-RECORD-TYPE = SPACES                                   
165300         IF FM-KEY-ID = SPACES                                    
165400             MOVE "NEITHER A KEY-ID NOR A RECORD TYPE GIVEN"      
165500                 TO CS-FMAP-REASON                                
165600             GO TO 1890-REJECT-FIELD-MAP-CARD                     
165700         END-IF                                                   
165800         GO TO 1830-EXIT                                          
165900     END-IF.                                                      
166000     IF FM-TYPE-START NOT NUMERIC OR FM-TYPE-LENGTH NOT NUMERIC   
166100         MOVE "RECORD TYPE COLUMNS NOT NUMERIC" TO CS-FMAP-REASON 
166200         GO TO 1890-REJECT-FIELD-MAP-CARD                         
166300     END-IF.                                                      
166400     IF FM-TYPE-START < 1 OR FM-TYPE-START > 2000                 
166500             OR FM-TYPE-LENGTH < 1 OR FM-TYPE-LENGTH > 8          
166600         MOVE "RECORD TYPE COLUMNS NOT VALID" TO CS-FMAP-REASON   
166700         GO TO 1890-REJECT-FIELD-MAP-CARD                         
166800     END-IF.                                                      
166900     COMPUTE CS-FMAP-END = FM-TYPE-START + FM-TYPE-LENGTH - 1.    
167000     IF CS-FMAP-END > 2000                                        
167100         MOVE "RECORD TYPE COLUMNS NOT VALID" TO CS-FMAP-REASON   
167200         GO TO 1890-REJECT-FIELD-MAP-CARD                         
167300     END-IF.                                                      
167400     IF FM-TYPE-LENGTH < 8                                        
167500         IF FM-RECORD-TYPE(FM-TYPE-LENGTH + 1:8 - FM-TYPE-LENGTH) 
167600                 NOT = SPACES                                     
167700             MOVE "RECORD TYPE LONGER THAN ITS COLUMNS"           
167800                 TO CS-FMAP-REASON                                
167900             GO TO 1890-REJECT-FIELD-MAP-CARD                     
168000         END-IF                                                   
168100     END-IF.                                                      
168200     IF FM-RANGE-FROM NOT > CS-FMAP-END                           
168300             AND FM-RANGE-TO NOT < FM-TYPE-START                  
168400         MOVE "RANGE COVERS THE RECORD TYPE COLUMNS"              
168500             TO CS-FMAP-REASON                                    
168600         GO TO 1890-REJECT-FIELD-MAP-CARD                         
168700     END-IF.                                                      
168800 1830-EXIT.                                                       
168900     EXIT.                                                        
169000*                                                                 
169100***************************************************************** 
169200* 1840-START-FIELD-MAP - OPEN A NEW MAP IN THE TABLE. A KEY-ID   *
169300* AND RECORD TYPE ALREADY MAPPED FURTHER UP MEANS THE CARDS OF   *
169400* ONE MAP ARE SPLIT, WHICH IS REJECTED RATHER THAN GUESSED AT.   *
169500***************************************************************** 
169600 1840-START-FIELD-MAP.                                            
169700     PERFORM 1850-CHECK-ONE-EARLIER-MAP THRU 1850-EXIT            
169800         VARYING CS-FMAP-FI FROM 1 BY 1                           
169900         UNTIL CS-FMAP-FI > CS-FMAP-COUNT.                        
170000     IF CS-FMAP-COUNT = CS-FMAP-MAX-MAPS                          
170100         MOVE "MORE THAN 100 MAPS" TO CS-FMAP-REASON              
170200         GO TO 1890-REJECT-FIELD-MAP-CARD                         
170300     END-IF.                                                      
170400     ADD 1 TO CS-FMAP-COUNT.                                      
170500     MOVE FM-KEY-ID TO CS-FE-KEY-ID(CS-FMAP-COUNT).               
170600     MOVE FM-RECORD-TYPE TO CS-FE-TYPE(CS-FMAP-COUNT).            
170700     MOVE ZERO TO CS-FE-RANGE-COUNT(CS-FMAP-COUNT).               
170800     IF FM-RECORD-TYPE = SPACES                                   
170900         MOVE ZERO TO CS-FE-TYPE-START(CS-FMAP-COUNT)             
171000         MOVE ZERO TO CS-FE-TYPE-LENGTH(CS-FMAP-COUNT)            
171100     ELSE                                                         
171200         MOVE FM-TYPE-START TO CS-FE-TYPE-START(CS-FMAP-COUNT)    
171300         MOVE FM-TYPE-LENGTH TO CS-FE-TYPE-LENGTH(CS-FMAP-COUNT)  
171400     END-IF.                                                      
171500 1840-EXIT.                                                       
171600     EXIT.                                                        
171700*                                                                 
171800 1850-CHECK-ONE-EARLIER-MAP.                                      
171900     IF CS-FE-KEY-ID(CS-FMAP-FI) = FM-KEY-ID                      
172000             AND CS-FE-TYPE(CS-FMAP-FI) = FM-RECORD-TYPE          
172100         MOVE "MAP REPEATED - KEEP ITS CARDS TOGETHER"            
172200             TO CS-FMAP-REASON                                    
172300         GO TO 1890-REJECT-FIELD-MAP-CARD                         
172400     END-IF.                                                      
172500 1850-EXIT.                                                       
172600     EXIT.                                                        
172700*                                                                 
172800 1890-REJECT-FIELD-MAP-CARD.                                      
172900     MOVE 0028 TO CS-MSG-NUMBER.                                  
173000     PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT.                    
173100     DISPLAY "CEASER0028 - CEASFMAP CARD " CS-FMAP-CARD-NUMBER    
173200         " REJECTED - " CS-FMAP-REASON.                           
173300     CLOSE FIELD-MAP-FILE.                                        
173400     MOVE 16 TO RETURN-CODE.                                      
173500     GO TO 9900-ABEND-ROUTINE.                                    
173600 1890-EXIT.                                                       
173700     EXIT.                                                        
173800*                                                                 
173900***************************************************************** 
174000* 2000-PROCESS-FILE - PROCESS ONE INPUT RECORD: IN MULTI-        *
174100* PARTNER MODE A *KEY HEADER SWITCHES THE KEY IN FORCE AND IS    *
174200* COPIED THROUGH; EVERY OTHER RECORD IS ENCRYPTED OR DECRYPTED   *
174300* PER CS-RUN-MODE.                                               *
174400***************************************************************** 
174500 2000-PROCESS-FILE.                                               
174600     EVALUATE TRUE                                                
174700         WHEN CS-INPUT-REC(1:5) = "*HDR "                         
174800             PERFORM 2400-PROCESS-INPUT-HEADER THRU 2400-EXIT     
174900         WHEN CS-INPUT-REC(1:5) = "*TRL "                         
175000             PERFORM 2500-PROCESS-INPUT-TRAILER THRU 2500-EXIT    
175100         WHEN CS-MULTI-PARTNER AND CS-INPUT-REC(1:5) = "*KEY "    
175200             PERFORM 2300-SWITCH-PARTNER-KEY THRU 2300-EXIT       
175300         WHEN OTHER                                               
175400             PERFORM 2010-TRANSFORM-ONE-RECORD THRU 2010-EXIT     
175500     END-EVALUATE.                                                
175600     ADD 1 TO CS-RECORD-COUNT.                                    
175700     DIVIDE CS-RECORD-COUNT BY CS-CKPT-INTERVAL                   
175800         GIVING CS-CKPT-QUOTIENT                                  
175900         REMAINDER CS-CKPT-REMAINDER.                             
176000     IF CS-CKPT-REMAINDER = ZERO                                  
176100         PERFORM 1400-WRITE-CHECKPOINT-RECORD THRU 1400-EXIT      
176200     END-IF.                                                      
176300     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.               
176400 2000-EXIT.                                                       
176500     EXIT.                                                        
176600*                                                                 
176700 2010-TRANSFORM-ONE-RECORD.                                       
176800     IF NOT CS-HDR-SEEN                                           
176900         MOVE 0009 TO CS-MSG-NUMBER                               
177000         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
177100         DISPLAY "CEASER0009 - CEASIN DOES NOT LEAD WITH A *HDR " 
177200             "CONTROL HEADER"                                     
177300         MOVE 21 TO RETURN-CODE                                   
177400         GO TO 9900-ABEND-ROUTINE                                 
177500     END-IF.                                                      
177600     IF CS-TRL-SEEN                                               
177700         MOVE 0013 TO CS-MSG-NUMBER                               
177800         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
177900         DISPLAY "CEASER0013 - DATA RECORD AFTER THE *TRL "       
178000             "CONTROL TRAILER"                                    
178100         MOVE 21 TO RETURN-CODE                                   
178200         GO TO 9900-ABEND-ROUTINE                                 
178300     END-IF.                                                      
178400     IF CS-MULTI-PARTNER AND NOT CS-KEY-LOADED                    
178500         MOVE 0007 TO CS-MSG-NUMBER                               
178600         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
178700         DISPLAY "CEASER0007 - DATA RECORD BEFORE FIRST *KEY "    
178800             "HEADER"                                             
178900         MOVE 22 TO RETURN-CODE                                   
179000         GO TO 9900-ABEND-ROUTINE                                 
179100     END-IF.                                                      
179200     IF CS-MULTI-PARTNER AND CS-GROUP-SUSPENDED                   
179300         PERFORM 2015-SUSPEND-ONE-RECORD THRU 2015-EXIT           
179400         GO TO 2010-EXIT                                          
179500     END-IF.                                                      
179600     MOVE SPACES TO CS-MYSTRING.                                  
179700     MOVE CS-INPUT-REC(1:CS-IN-LENGTH) TO CS-MYSTRING.            
179800     PERFORM 2020-FIND-MESSAGE-LENGTH THRU 2020-EXIT.             
179900     IF CS-MODE-DECRYPT                                           
180000         IF CS-GRACE-ACTIVE                                       
180100*            INSIDE THE CUTOVER GRACE WINDOW THE AUDIT RECORD     
180200*            IS HELD BACK UNTIL THE GENERATION ACTUALLY USED IS   
180300*            SETTLED, SO THE TRIAL SWITCH SUPPRESSES 3100'S OWN   
180400*            AUDIT WRITE FOR THIS ONE MESSAGE.                    
180500             SET CS-SOLVE-TRIAL TO TRUE                           
180600             PERFORM 3100-DECRYPT-MESSAGE THRU 3100-EXIT          
180700             MOVE "N" TO CS-TRIAL-SWITCH                          
180800             PERFORM 2070-GRACE-CHECK-RESULT THRU 2070-EXIT       
180900             MOVE "3100-DECRYPT-MESSAGE" TO CS-AUDIT-PARAGRAPH    
181000             PERFORM 3900-WRITE-AUDIT-RECORD THRU 3900-EXIT       
181100         ELSE                                                     
181200             PERFORM 3100-DECRYPT-MESSAGE THRU 3100-EXIT          
181300         END-IF                                                   
181400     ELSE                                                         
181500         PERFORM 3000-ENCRYPT-MESSAGE THRU 3000-EXIT              
181600     END-IF.                                                      
181700     MOVE CS-RESULT TO CS-OUTPUT-REC.                             
181800     MOVE CS-STRE TO CS-OUT-LENGTH.                               
181900     WRITE CS-OUTPUT-REC.                                         
182000     ADD 1 TO CS-OUT-REC-COUNT.                                   
182100     ADD 1 TO CS-IN-DATA-COUNT.                                   
182200     ADD 1 TO CS-GROUP-RECORDS.                                   
182300     MOVE CS-IN-HASH TO CS-IDX-HASH-BEFORE.                       
182400     PERFORM 3300-ADD-RECORD-TO-HASHES THRU 3300-EXIT.            
182500     IF CS-MODE-ENCRYPT                                           
182600         PERFORM 2030-WRITE-INDEX-RECORD THRU 2030-EXIT           
182700     END-IF.                                                      
182800 2010-EXIT.                                                       
182900     EXIT.                                                        
183000*                                                                 
183100***************************************************************** 
183200* 2030-WRITE-INDEX-RECORD - ADD THE MESSAGE JUST WRITTEN TO THE  *
183300* MESSAGE INDEX. ITS NUMBER IS ITS PLACE AMONG THE DATA RECORDS  *
183400* OF CEASOUT - THE DATA RECORDS READ LESS ANY SUSPENDED - AND    *
183500* THE AUDIT SEQUENCE IS THAT OF THE RECORD 3000 JUST WROTE FOR   *
183600* IT. THE FEED AND DATE ARE THOSE ON THE CEASOUT *HDR. ON AN     *
183700* *INFILE* RUN THAT IS THE COMBINED FILE AND THE NUMBER RUNS     *
183800* ACROSS EVERY PARTNER GROUP; CEASBST RE-KEYS EACH ENTRY TO THE  *
183900* PARTNER'S PIECE WHEN IT BURSTS THE FILE.                       *
184000***************************************************************** 
184100 2030-WRITE-INDEX-RECORD.                                         
184200     COMPUTE CS-IDX-CHECK-WORK = CS-IN-HASH - CS-IDX-HASH-BEFORE. 
184300     IF CS-IDX-CHECK-WORK < ZERO                                  
184400         ADD 1000000000000 TO CS-IDX-CHECK-WORK                   
184500     END-IF.                                                      
184600     MOVE SPACES TO MESSAGE-INDEX-REC.                            
184700     MOVE CS-OUT-HDR-FEED-ID TO MX-FEED-ID.                       
184800     MOVE CS-OUT-HDR-DATE TO MX-FILE-DATE.                        
184900     COMPUTE MX-MESSAGE-NUMBER =                                  
185000         CS-IN-DATA-COUNT - CS-SUSP-RECORD-COUNT.                 
185100     MOVE CS-STRE TO MX-LENGTH.                                   
185200     MOVE CS-IDX-CHECK-WORK TO MX-CHECK-VALUE.                    
185300     MOVE CS-KEY-ID-INPUT TO MX-KEY-ID.                           
185400     MOVE CS-CHOSEN-GEN-DATE TO MX-GEN-DATE.                      
185500     MOVE CS-AUD-SEQ-NO TO MX-AUDIT-SEQ-NO.                       
185600     MOVE CS-HDR-FILE-DATE TO MX-IN-FILE-DATE.                    
185700     WRITE MESSAGE-INDEX-REC.                                     
185800     ADD 1 TO CS-IDX-REC-COUNT.                                   
185900 2030-EXIT.                                                       
186000     EXIT.                                                        
186100*                                                                 
186200***************************************************************** 
186300* 2070-GRACE-CHECK-RESULT - THE KEY IN FORCE IS INSIDE ITS       *
186400* CUTOVER GRACE WINDOW. SCORE THE DECRYPT JUST PRODUCED WITH     *
186500* THE LETTER-FREQUENCY SCORER; IF IT FAILS THE PLAUSIBILITY      *
186600* CHECK, RETRY UNDER THE PRIOR GENERATION AND SHIP WHICHEVER     *
186700* RESULT SCORES CLOSER TO ENGLISH. A MESSAGE THE PRIOR           *
186800* GENERATION WINS IS WARNED ON SYSOUT AND CARRIES THE PRIOR      *
186900* GENERATION'S EFFECTIVE DATE IN ITS AUDIT RECORD, SO THE        *
187000* PARTNER STILL TRANSMITTING UNDER THE RETIRED KEY GETS CHASED.  *
187100* SHORT MESSAGES SCORE COARSELY, SO THE LIMIT CARRIES A          *
187200* PER-LETTER ALLOWANCE - A FALSE TRIGGER ONLY COSTS THE RETRY,   *
187300* BECAUSE THE BETTER SCORE STILL DECIDES.                        *
187400***************************************************************** 
187500 2070-GRACE-CHECK-RESULT.                                         
187600     MOVE CS-SHIFT TO CS-CHOSEN-SHIFT.                            
187700     MOVE CS-GEN-EFF-DATE TO CS-CHOSEN-GEN-DATE.                  
187800     PERFORM 4020-SCORE-CANDIDATE THRU 4020-EXIT.                 
187900     COMPUTE CS-PLAUS-LIMIT =                                     
188000         (CS-TOTAL-LETTERS * CS-TOTAL-LETTERS) / 100              
188100         + CS-TOTAL-LETTERS.                                      
188200     IF CS-CANDIDATE-SCORE NOT > CS-PLAUS-LIMIT                   
188300         GO TO 2070-EXIT                                          
188400     END-IF.                                                      
188500     MOVE CS-RESULT TO CS-GRACE-RESULT.                           
188600     MOVE CS-CANDIDATE-SCORE TO CS-GRACE-SCORE.                   
188700     MOVE CS-SHIFT TO CS-HOLD-SHIFT.                              
188800     MOVE CS-DIGIT-SWITCH TO CS-HOLD-DIGIT.                       
188900     MOVE CS-PRIOR-SHIFT TO CS-SHIFT.                             
189000     MOVE CS-PRIOR-DIGIT TO CS-DIGIT-SWITCH.                      
189100     SET CS-SOLVE-TRIAL TO TRUE.                                  
189200     PERFORM 3100-DECRYPT-MESSAGE THRU 3100-EXIT.                 
189300     MOVE "N" TO CS-TRIAL-SWITCH.                                 
189400     PERFORM 4020-SCORE-CANDIDATE THRU 4020-EXIT.                 
189500     IF CS-CANDIDATE-SCORE < CS-GRACE-SCORE                       
189600         MOVE CS-PRIOR-SHIFT TO CS-CHOSEN-SHIFT                   
189700         MOVE CS-PRIOR-EFF-DATE TO CS-CHOSEN-GEN-DATE             
189800         ADD 1 TO CS-GRACE-USED-COUNT                             
189900*        THE DATA COUNT HAS NOT YET TAKEN THE RECORD IN HAND,     
190000*        SO PLUS ONE IS ITS OWN DATA-RECORD NUMBER.               
190100         COMPUTE CS-GRACE-REC-NUMBER = CS-IN-DATA-COUNT + 1       
190200         MOVE 0019 TO CS-MSG-NUMBER                               
190300         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
190400         DISPLAY "CEASER0019 - DATA RECORD " CS-GRACE-REC-NUMBER  
190500             " OF KEY-ID " CS-KEY-ID-INPUT                        
190600             " DECRYPTED UNDER PRIOR GENERATION "                 
190700             CS-PRIOR-EFF-DATE " - PARTNER IS STILL ON THE"       
190800             " RETIRED KEY"                                       
190900         IF CS-CANDIDATE-SCORE > CS-PLAUS-LIMIT                   
191000             ADD 1 TO CS-IMPLAUS-COUNT                            
191100         END-IF                                                   
191200     ELSE                                                         
191300         MOVE CS-GRACE-RESULT TO CS-RESULT                        
191400         ADD 1 TO CS-IMPLAUS-COUNT                                
191500     END-IF.                                                      
191600     MOVE CS-HOLD-SHIFT TO CS-SHIFT.                              
191700     MOVE CS-HOLD-DIGIT TO CS-DIGIT-SWITCH.                       
191800 2070-EXIT.                                                       
191900     EXIT.                                                        
192000*                                                                 
192100***************************************************************** 
192200* 2015-SUSPEND-ONE-RECORD - THE GROUP IN FORCE IS SUSPENDED,     *
192300* SO THIS DATA RECORD GOES TO THE SUSPENSE FILE UNTRANSFORMED.   *
192400* IT STILL COUNTS TOWARD THE *TRL RECONCILIATION AND THE INPUT   *
192500* HASH - IT WAS READ - BUT NEVER REACHES CEASOUT OR THE OUTPUT   *
192600* HASH.                                                          *
192700***************************************************************** 
192800 2015-SUSPEND-ONE-RECORD.                                         
192900     MOVE SPACES TO CS-MYSTRING.                                  
193000     MOVE CS-INPUT-REC(1:CS-IN-LENGTH) TO CS-MYSTRING.            
193100     PERFORM 2020-FIND-MESSAGE-LENGTH THRU 2020-EXIT.             
193200     MOVE CS-IN-LENGTH TO CS-SUSP-LENGTH.                         
193300     MOVE CS-INPUT-REC TO CS-SUSPENSE-REC.                        
193400     WRITE CS-SUSPENSE-REC.                                       
193500     ADD 1 TO CS-SUSP-OUT-COUNT.                                  
193600     ADD 1 TO CS-IN-DATA-COUNT.                                   
193700     ADD 1 TO CS-GROUP-RECORDS.                                   
193800     ADD 1 TO CS-SUSP-RECORD-COUNT.                               
193900     PERFORM 3305-ADD-RECORD-TO-IN-HASH THRU 3305-EXIT.           
194000 2015-EXIT.                                                       
194100     EXIT.                                                        
194200*                                                                 
194300***************************************************************** 
194400* 2020-FIND-MESSAGE-LENGTH - THE REAL TEXT LENGTH IS THE RECORD  *
194500* LENGTH LESS TRAILING PAD SPACES. AN ALL-BLANK MESSAGE IS       *
194600* CARRIED AS A SINGLE SPACE, NEVER A ZERO-LENGTH RECORD.         *
194700***************************************************************** 
194800*    THE TRIM IS A REVERSE AND ONE INSPECT TALLYING LEADING       
194900*    SPACES, NOT A PERFORMED LOOP PER TRAILING BYTE - LIBRARY     
195000*    CODE DOES THE SCAN IN ONE PASS.                              
195100 2020-FIND-MESSAGE-LENGTH.                                        
195200     MOVE ZERO TO CS-PAD-COUNT.                                   
195300     MOVE FUNCTION REVERSE(CS-MYSTRING(1:CS-IN-LENGTH))           
195400         TO CS-REVERSED(1:CS-IN-LENGTH).                          
195500     INSPECT CS-REVERSED(1:CS-IN-LENGTH)                          
195600         TALLYING CS-PAD-COUNT FOR LEADING SPACE.                 
195700     COMPUTE CS-STRE = CS-IN-LENGTH - CS-PAD-COUNT.               
195800     IF CS-STRE = ZERO                                            
195900         MOVE 1 TO CS-STRE                                        
196000     END-IF.                                                      
196100 2020-EXIT.                                                       
196200     EXIT.                                                        
196300*                                                                 
196400***************************************************************** 
196500* 2300-SWITCH-PARTNER-KEY - A *KEY HEADER NAMES THE PARTNER KEY  *
196600* FOR THE MESSAGE GROUP THAT FOLLOWS. CLOSE OUT THE PREVIOUS     *
196700* GROUP'S DISPOSITION, THEN ESTABLISH THE NEW GROUP'S KEY. A     *
196800* GOOD GROUP HAS ITS HEADER COPIED THROUGH TO CEASOUT UNCHANGED  *
196900* SO THE OUTPUT STAYS PARTITIONED BY PARTNER; A GROUP WHOSE KEY  *
197000* CANNOT BE ESTABLISHED IS DIVERTED WHOLE TO THE SUSPENSE FILE   *
197100* BEHIND A *SUS REASON RECORD, AND PROCESSING CARRIES ON WITH    *
197200* THE GROUPS THAT FOLLOW INSTEAD OF ABENDING EVERY PARTNER'S     *
197300* FEED.                                                          *
197400***************************************************************** 
197500 2300-SWITCH-PARTNER-KEY.                                         
197600     PERFORM 2310-CLOSE-GROUP-DISPOSITION THRU 2310-EXIT.         
197700     MOVE CS-INPUT-REC(6:8) TO CS-KEY-ID-INPUT.                   
197800     ADD 1 TO CS-GROUP-NUMBER.                                    
197900     MOVE ZERO TO CS-GROUP-RECORDS.                               
198000     PERFORM 2320-EVALUATE-GROUP-KEY THRU 2320-EXIT.              
198100     SET CS-KEY-LOADED TO TRUE.                                   
198200     SET CS-GROUP-OPEN TO TRUE.                                   
198300     IF CS-GROUP-SUSPENDED                                        
198400         MOVE CS-SUSPEND-REASON TO CS-SUS-REASON-OUT              
198500         MOVE 29 TO CS-SUSP-LENGTH                                
198600         MOVE CS-SUS-REASON-REC TO CS-SUSPENSE-REC                
198700         WRITE CS-SUSPENSE-REC                                    
198800         MOVE CS-IN-LENGTH TO CS-SUSP-LENGTH                      
198900         MOVE CS-INPUT-REC TO CS-SUSPENSE-REC                     
199000         WRITE CS-SUSPENSE-REC                                    
199100         ADD 2 TO CS-SUSP-OUT-COUNT                               
199200         GO TO 2300-EXIT                                          
199300     END-IF.                                                      
199400     MOVE CS-IN-LENGTH TO CS-OUT-LENGTH.                          
199500     MOVE CS-INPUT-REC TO CS-OUTPUT-REC.                          
199600     WRITE CS-OUTPUT-REC.                                         
199700     ADD 1 TO CS-OUT-REC-COUNT.                                   
199800 2300-EXIT.                                                       
199900     EXIT.                                                        
200000*                                                                 
200100***************************************************************** 
200200* 2310-CLOSE-GROUP-DISPOSITION - REPORT HOW THE GROUP JUST       *
200300* FINISHED CAME OUT, ONE SYSOUT LINE PER GROUP, AND FOLD IT      *
200400* INTO THE RUN TOTALS.                                           *
200500***************************************************************** 
200600 2310-CLOSE-GROUP-DISPOSITION.                                    
200700     IF NOT CS-GROUP-OPEN                                         
200800         GO TO 2310-EXIT                                          
200900     END-IF.                                                      
201000     IF CS-GROUP-SUSPENDED                                        
201100         DISPLAY "CEASER - GROUP " CS-GROUP-NUMBER " KEY-ID "     
201200             CS-KEY-ID-INPUT " RECORDS " CS-GROUP-RECORDS         
201300             " SUSPENDED - " CS-SUSPEND-REASON                    
201400         ADD 1 TO CS-GROUPS-SUSPENDED                             
201500     ELSE                                                         
201600         DISPLAY "CEASER - GROUP " CS-GROUP-NUMBER " KEY-ID "     
201700             CS-KEY-ID-INPUT " RECORDS " CS-GROUP-RECORDS         
201800             " PROCESSED"                                         
201900         ADD 1 TO CS-GROUPS-PROCESSED                             
202000     END-IF.                                                      
202100     MOVE "N" TO CS-GROUP-OPEN-SWITCH.                            
202200 2310-EXIT.                                                       
202300     EXIT.                                                        
202400*                                                                 
202500***************************************************************** 
202600* 2320-EVALUATE-GROUP-KEY - DECIDE WHETHER THE GROUP NAMED BY    *
202700* THE *KEY HEADER IN HAND CAN BE PROCESSED. A BLANK KEY-ID, A    *
202800* FAILED LOOKUP, OR AN UNUSABLE SHIFT MARKS THE GROUP            *
202900* SUSPENDED WITH ITS REASON; OTHERWISE THE KEY IS IN FORCE FOR   *
203000* THE RECORDS THAT FOLLOW. ALSO PERFORMED WHILE SKIPPING ON A    *
203100* RESTART, SO A RESUMED RUN RE-ESTABLISHES THE SAME VERDICT      *
203200* THE ABENDED SEGMENT HAD REACHED.                               *
203300***************************************************************** 
203400 2320-EVALUATE-GROUP-KEY.                                         
203500     MOVE "N" TO CS-GROUP-SUSP-SWITCH.                            
203600     MOVE SPACES TO CS-SUSPEND-REASON.                            
203700     IF CS-KEY-ID-INPUT = SPACES                                  
203800         MOVE "NO KEY-ID ON *KEY HEADER" TO CS-SUSPEND-REASON     
203900         SET CS-GROUP-SUSPENDED TO TRUE                           
204000         GO TO 2320-EXIT                                          
204100     END-IF.                                                      
204200     PERFORM 1150-LOOKUP-CIPHER-KEY THRU 1150-EXIT.               
204300     IF CS-LOOKUP-FAILED                                          
204400         SET CS-GROUP-SUSPENDED TO TRUE                           
204500         GO TO 2320-EXIT                                          
204600     END-IF.                                                      
204700     IF CS-SHIFT < 1 OR CS-SHIFT > 25                             
204800         MOVE "SHIFT OUT OF RANGE" TO CS-SUSPEND-REASON           
204900         SET CS-GROUP-SUSPENDED TO TRUE                           
205000     END-IF.                                                      
205100 2320-EXIT.                                                       
205200     EXIT.                                                        
205300*                                                                 
205400***************************************************************** 
205500* 2400-PROCESS-INPUT-HEADER - THE *HDR CONTROL HEADER MUST BE    *
205600* THE FIRST RECORD OF THE FILE. ADOPT ITS FEED ID AND WRITE THE  *
205700* MATCHING HEADER ON CEASOUT, STAMPED WITH THIS RUN'S DATE.      *
205800***************************************************************** 
205900 2400-PROCESS-INPUT-HEADER.                                       
206000     IF CS-HDR-SEEN OR CS-RECORD-COUNT > ZERO                     
206100         MOVE 0009 TO CS-MSG-NUMBER                               
206200         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
206300         DISPLAY "CEASER0009 - *HDR CONTROL HEADER IS NOT THE "   
206400             "FIRST RECORD"                                       
206500         MOVE 21 TO RETURN-CODE                                   
206600         GO TO 9900-ABEND-ROUTINE                                 
206700     END-IF.                                                      
206800     IF CS-INPUT-REC(15:8) NOT NUMERIC                            
206900         MOVE 0021 TO CS-MSG-NUMBER                               
207000         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
207100         DISPLAY "CEASER0021 - *HDR CREATION DATE IS NOT "        
207200             "NUMERIC"                                            
207300         MOVE 21 TO RETURN-CODE                                   
207400         GO TO 9900-ABEND-ROUTINE                                 
207500     END-IF.                                                      
207600     MOVE CS-INPUT-REC(6:8) TO CS-HDR-FEED-ID.                    
207700     MOVE CS-INPUT-REC(15:8) TO CS-HDR-FILE-DATE.                 
207800     PERFORM 2450-CHECK-PROCESSED-REGISTER THRU 2450-EXIT.        
207900     SET CS-HDR-SEEN TO TRUE.                                     
208000     MOVE CS-INPUT-REC(6:8) TO CS-OUT-HDR-FEED-ID.                
208100     MOVE CS-RUN-DATE TO CS-OUT-HDR-DATE.                         
208200     MOVE 22 TO CS-OUT-LENGTH.                                    
208300     MOVE CS-OUT-HEADER-REC TO CS-OUTPUT-REC.                     
208400     WRITE CS-OUTPUT-REC.                                         
208500     ADD 1 TO CS-OUT-REC-COUNT.                                   
208600 2400-EXIT.                                                       
208700     EXIT.                                                        
208800*                                                                 
208900***************************************************************** 
209000* 2450-CHECK-PROCESSED-REGISTER - THE *HDR/*TRL CONTROLS PROVE   *
209100* THE FILE IS INTACT, NOT THAT IT IS NEW. A FEED ID AND          *
209200* CREATION DATE ALREADY ON THE PROCESSED-FILE REGISTER MEANS     *
209300* THIS EXACT FILE ALREADY RAN TO SUCCESSFUL RECONCILIATION -     *
209400* REJECT IT AT RECORD ONE BEFORE ANYTHING DOWNSTREAM CAN         *
209500* DOUBLE-POST. A RESTART OF AN ABENDED RUN PASSES FREELY: THE    *
209600* REGISTER IS ONLY WRITTEN AT THE TRAILER, WHICH THE ABENDED     *
209700* RUN NEVER REACHED.                                             *
209800***************************************************************** 
209900 2450-CHECK-PROCESSED-REGISTER.                                   
210000     MOVE CS-HDR-FEED-ID TO PF-FEED-ID.                           
210100     MOVE CS-HDR-FILE-DATE TO PF-FILE-DATE.                       
210200     READ CEASER-PROCESSED-FILE                                   
210300         INVALID KEY                                              
210400             CONTINUE                                             
210500         NOT INVALID KEY                                          
210600             MOVE 0017 TO CS-MSG-NUMBER                           
210700             PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT             
210800             DISPLAY "CEASER0017 - FEED " CS-HDR-FEED-ID          
210900                 " CREATED " CS-HDR-FILE-DATE                     
211000                 " WAS ALREADY PROCESSED ON " PF-RUN-DATE         
211100                 ", TRAILER HASH " PF-TRL-HASH                    
211200                 " - REJECTING REPLAYED FILE"                     
211300             MOVE 25 TO RETURN-CODE                               
211400             GO TO 9900-ABEND-ROUTINE                             
211500     END-READ.                                                    
211600 2450-EXIT.                                                       
211700     EXIT.                                                        
211800*                                                                 
211900***************************************************************** 
212000* 2500-PROCESS-INPUT-TRAILER - THE *TRL CONTROL TRAILER CARRIES  *
212100* THE DATA RECORD COUNT AND HASH TOTAL THE SENDER COMPUTED.      *
212200* RECONCILE BOTH AGAINST WHAT THIS RUN ACTUALLY READ AND ABEND   *
212300* ON ANY DISAGREEMENT - A TRUNCATED OR DAMAGED TRANSMISSION      *
212400* STOPS HERE INSTEAD OF SHIPPING SHORT. ON SUCCESS, WRITE THE    *
212500* MATCHING TRAILER ON CEASOUT WITH THE OUTPUT-SIDE HASH.         *
212600***************************************************************** 
212700 2500-PROCESS-INPUT-TRAILER.                                      
212800     IF CS-MULTI-PARTNER                                          
212900         PERFORM 2310-CLOSE-GROUP-DISPOSITION THRU 2310-EXIT      
213000     END-IF.                                                      
213100     IF NOT CS-HDR-SEEN                                           
213200         MOVE 0009 TO CS-MSG-NUMBER                               
213300         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
213400         DISPLAY "CEASER0009 - CEASIN DOES NOT LEAD WITH A *HDR " 
213500             "CONTROL HEADER"                                     
213600         MOVE 21 TO RETURN-CODE                                   
213700         GO TO 9900-ABEND-ROUTINE                                 
213800     END-IF.                                                      
213900     IF CS-TRL-SEEN                                               
214000         MOVE 0013 TO CS-MSG-NUMBER                               
214100         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
214200         DISPLAY "CEASER0013 - MORE THAN ONE *TRL CONTROL "       
214300             "TRAILER"                                            
214400         MOVE 21 TO RETURN-CODE                                   
214500         GO TO 9900-ABEND-ROUTINE                                 
214600     END-IF.                                                      
214700     IF CS-INPUT-REC(6:8) NOT NUMERIC                             
214800             OR CS-INPUT-REC(15:12) NOT NUMERIC                   
214900         MOVE 0014 TO CS-MSG-NUMBER                               
215000         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
215100         DISPLAY "CEASER0014 - *TRL CONTROL TRAILER IS "          
215200             "MALFORMED"                                          
215300         MOVE 21 TO RETURN-CODE                                   
215400         GO TO 9900-ABEND-ROUTINE                                 
215500     END-IF.                                                      
215600     MOVE CS-INPUT-REC(6:8) TO CS-TRL-COUNT-IN.                   
215700     MOVE CS-INPUT-REC(15:12) TO CS-TRL-HASH-IN.                  
215800     IF CS-TRL-COUNT-IN NOT = CS-IN-DATA-COUNT                    
215900         MOVE 0010 TO CS-MSG-NUMBER                               
216000         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
216100         DISPLAY "CEASER0010 - TRAILER COUNT " CS-TRL-COUNT-IN    
216200             " DOES NOT MATCH " CS-IN-DATA-COUNT                  
216300             " DATA RECORDS READ"                                 
216400         MOVE 21 TO RETURN-CODE                                   
216500         GO TO 9900-ABEND-ROUTINE                                 
216600     END-IF.                                                      
216700     IF CS-TRL-HASH-IN NOT = CS-IN-HASH                           
216800         MOVE 0011 TO CS-MSG-NUMBER                               
216900         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
217000         DISPLAY "CEASER0011 - TRAILER HASH " CS-TRL-HASH-IN      
217100             " DOES NOT MATCH COMPUTED " CS-IN-HASH               
217200         MOVE 21 TO RETURN-CODE                                   
217300         GO TO 9900-ABEND-ROUTINE                                 
217400     END-IF.                                                      
217500     SET CS-TRL-SEEN TO TRUE.                                     
217600*    THE OUTPUT TRAILER MUST DESCRIBE WHAT IS ACTUALLY ON         
217700*    CEASOUT - SUSPENDED RECORDS WERE READ (AND SO BELONG TO      
217800*    THE INBOUND RECONCILIATION ABOVE) BUT WERE NEVER WRITTEN,    
217900*    AND THE OUTPUT HASH NEVER SAW THEM. THE SUSPENSE COUNT IS    
218000*    REBUILT DURING A RESTART SKIP, SO THIS HOLDS ACROSS          
218100*    RESTARTS TOO.                                                
218200     COMPUTE CS-OUT-TRL-COUNT =                                   
218300         CS-IN-DATA-COUNT - CS-SUSP-RECORD-COUNT.                 
218400     MOVE CS-OUT-HASH TO CS-OUT-TRL-HASH.                         
218500     MOVE 26 TO CS-OUT-LENGTH.                                    
218600     MOVE CS-OUT-TRAILER-REC TO CS-OUTPUT-REC.                    
218700     WRITE CS-OUTPUT-REC.                                         
218800     ADD 1 TO CS-OUT-REC-COUNT.                                   
218900*    ONLY NOW, WITH THE TRAILER RECONCILED, IS THE FILE A         
219000*    COMPLETED RUN - RECORD IT SO A RERUN IS REFUSED AT RECORD    
219100*    ONE. AN ABEND BEFORE THIS POINT LEAVES NO REGISTER RECORD,   
219200*    SO A CHECKPOINT RESTART STILL GOES THROUGH.                  
219300     MOVE CS-HDR-FEED-ID TO PF-FEED-ID.                           
219400     MOVE CS-HDR-FILE-DATE TO PF-FILE-DATE.                       
219500     MOVE CS-TRL-HASH-IN TO PF-TRL-HASH.                          
219600     MOVE CS-RUN-DATE TO PF-RUN-DATE.                             
219700     MOVE CS-RUN-KEY-ID TO PF-KEY-ID.                             
219800     IF CS-MULTI-PARTNER                                          
219900         MOVE ZERO TO PF-GEN-DATE                                 
220000     ELSE                                                         
220100         MOVE CS-GEN-EFF-DATE TO PF-GEN-DATE                      
220200     END-IF.                                                      
220300     MOVE CS-RUN-MODE TO PF-RUN-MODE.                             
220400     WRITE CS-PROCESSED-REC                                       
220500         INVALID KEY                                              
220600             MOVE 0017 TO CS-MSG-NUMBER                           
220700             PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT             
220800             DISPLAY "CEASER0017 - FEED " CS-HDR-FEED-ID          
220900                 " CREATED " CS-HDR-FILE-DATE                     
221000                 " IS ALREADY ON THE PROCESSED REGISTER"          
221100             MOVE 25 TO RETURN-CODE                               
221200             GO TO 9900-ABEND-ROUTINE                             
221300     END-WRITE.                                                   
221400 2500-EXIT.                                                       
221500     EXIT.                                                        
221600*                                                                 
221700 2100-READ-INPUT-RECORD.                                          
221800     READ CEASER-INPUT-FILE                                       
221900         AT END                                                   
222000             SET CS-END-OF-INPUT TO TRUE                          
222100     END-READ.                                                    
222200 2100-EXIT.                                                       
222300     EXIT.                                                        
222400*                                                                 
222500***************************************************************** 
222600* 2050-PROCESS-FILE-SOLVE - RUN CRYPTANALYSIS AGAINST ONE        *
222700* MESSAGE RECORD OF UNKNOWN SHIFT AND REPORT THE LIKELY KEY.     *
222800* NO OUTPUT RECORD IS WRITTEN - SOLVE IS A REPORTING RUN, NOT    *
222900* A TRANSFORM OF THE INPUT - BUT IT CHECKPOINTS JUST LIKE        *
223000* 2000-PROCESS-FILE SO A LARGE SOLVE BATCH GETS THE SAME RESTART *
223100* PROTECTION AS ENCRYPT OR DECRYPT.                              *
223200***************************************************************** 
223300 2050-PROCESS-FILE-SOLVE.                                         
223400     MOVE SPACES TO CS-MYSTRING.                                  
223500     MOVE CS-INPUT-REC(1:CS-IN-LENGTH) TO CS-MYSTRING.            
223600     PERFORM 2020-FIND-MESSAGE-LENGTH THRU 2020-EXIT.             
223700     ADD 1 TO CS-RECORD-COUNT.                                    
223800     PERFORM 4000-SOLVE-CIPHER THRU 4000-EXIT.                    
223900     PERFORM 4100-MATCH-SHIFT-TO-KEYS THRU 4100-EXIT.             
224000     PERFORM 4200-WRITE-SOLVE-RECORD THRU 4200-EXIT.              
224100     IF CS-MODE-SOLVE-DECRYPT                                     
224200         PERFORM 2060-DECRYPT-WITH-BEST-SHIFT THRU 2060-EXIT      
224300     END-IF.                                                      
224400     DIVIDE CS-RECORD-COUNT BY CS-CKPT-INTERVAL                   
224500         GIVING CS-CKPT-QUOTIENT                                  
224600         REMAINDER CS-CKPT-REMAINDER.                             
224700     IF CS-CKPT-REMAINDER = ZERO                                  
224800         PERFORM 1400-WRITE-CHECKPOINT-RECORD THRU 1400-EXIT      
224900     END-IF.                                                      
225000     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.               
225100 2050-EXIT.                                                       
225200     EXIT.                                                        
225300*                                                                 
225400***************************************************************** 
225500* 2060-DECRYPT-WITH-BEST-SHIFT - SOLVE-AND-DECRYPT MODE GOES ON  *
225600* TO WRITE THE DECRYPTED MESSAGE UNDER THE RECOVERED SHIFT IN    *
225700* THE SAME PASS, SO AN UNLABELED TAPE NO LONGER NEEDS A SECOND   *
225800* SCHEDULED RUN. LETTERS ONLY - WITH NO KEY-ID THERE IS NO       *
225900* DIGIT OPTION TO HONOR; RERUN DECRYPT WITH THE MATCHED KEY-ID   *
226000* IF ITS GENERATION CIPHERS DIGITS TOO.                          *
226100***************************************************************** 
226200 2060-DECRYPT-WITH-BEST-SHIFT.                                    
226300     MOVE CS-BEST-SHIFT TO CS-SHIFT.                              
226400     MOVE CS-BEST-SHIFT TO CS-CHOSEN-SHIFT.                       
226500     MOVE ZERO TO CS-CHOSEN-GEN-DATE.                             
226600     PERFORM 3100-DECRYPT-MESSAGE THRU 3100-EXIT.                 
226700     MOVE CS-RESULT TO CS-OUTPUT-REC.                             
226800     MOVE CS-STRE TO CS-OUT-LENGTH.                               
226900     WRITE CS-OUTPUT-REC.                                         
227000     ADD 1 TO CS-OUT-REC-COUNT.                                   
227100 2060-EXIT.                                                       
227200     EXIT.                                                        
227300*                                                                 
227400***************************************************************** 
227500* 2900-VALIDATE-SHIFT-VALUE - REJECT AN OUT-OF-RANGE SHIFT       *
227600* BEFORE A SINGLE CHARACTER GETS TRANSFORMED.                    *
227700***************************************************************** 
227800 2900-VALIDATE-SHIFT-VALUE.                                       
227900     IF CS-SHIFT < 1 OR CS-SHIFT > 25                             
228000         MOVE 0002 TO CS-MSG-NUMBER                               
228100         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
228200         DISPLAY "CEASER0002 - SHIFT " CS-SHIFT " NOT IN 1-25"    
228300         MOVE 20 TO RETURN-CODE                                   
228400         GO TO 9900-ABEND-ROUTINE                                 
228500     END-IF.                                                      
228600 2900-EXIT.                                                       
228700     EXIT.                                                        
228800*                                                                 
228900***************************************************************** 
229000* 3000-ENCRYPT-MESSAGE - ROTATE EACH LETTER OF CS-MYSTRING       *
229100* FORWARD BY CS-SHIFT POSITIONS, RESULT IN CS-RESULT - ONE       *
229200* INSPECT CONVERTING THROUGH THE ENCRYPT TRANSLATE TABLE.        *
229300* WHEN A FIELD MAP COVERS THE MESSAGE, ONLY ITS COLUMNS CHANGE   *
229400* (3400).                                                        *
229500***************************************************************** 
229600 3000-ENCRYPT-MESSAGE.                                            
229700     PERFORM 2900-VALIDATE-SHIFT-VALUE THRU 2900-EXIT.            
229800     IF CS-TABLE-SHIFT NOT = CS-SHIFT                             
229900             OR CS-TABLE-DIGIT NOT = CS-DIGIT-SWITCH              
230000         PERFORM 2950-BUILD-TRANSLATE-TABLES THRU 2950-EXIT       
230100     END-IF.                                                      
230200     MOVE SPACES TO CS-RESULT.                                    
230300     MOVE CS-MYSTRING(1:CS-STRE) TO CS-RESULT(1:CS-STRE).         
230400     INSPECT CS-RESULT(1:CS-STRE)                                 
230500         CONVERTING CS-TRANS-FROM TO CS-TRANS-TO-E.               
230600     MOVE CS-KEY-ID-INPUT TO CS-FMAP-KEY-ID.                      
230700     PERFORM 3400-APPLY-FIELD-MAP THRU 3400-EXIT.                 
230800     MOVE "3000-ENCRYPT-MESSAGE" TO CS-AUDIT-PARAGRAPH.           
230900     PERFORM 3900-WRITE-AUDIT-RECORD THRU 3900-EXIT.              
231000 3000-EXIT.                                                       
231100     EXIT.                                                        
231200*                                                                 
231300***************************************************************** 
231400* 3100-DECRYPT-MESSAGE - ROTATE EACH LETTER OF CS-MYSTRING       *
231500* BACKWARD BY CS-SHIFT POSITIONS, RESULT IN CS-RESULT - ONE      *
231600* INSPECT CONVERTING THROUGH THE DECRYPT TRANSLATE TABLE.        *
231700* WHEN A FIELD MAP COVERS THE MESSAGE, ONLY ITS COLUMNS CHANGE   *
231800* (3400).                                                        *
231900***************************************************************** 
232000 3100-DECRYPT-MESSAGE.                                            
232100     PERFORM 2900-VALIDATE-SHIFT-VALUE THRU 2900-EXIT.            
232200     IF CS-TABLE-SHIFT NOT = CS-SHIFT                             
232300             OR CS-TABLE-DIGIT NOT = CS-DIGIT-SWITCH              
232400         PERFORM 2950-BUILD-TRANSLATE-TABLES THRU 2950-EXIT       
232500     END-IF.                                                      
232600     MOVE SPACES TO CS-RESULT.                                    
232700     MOVE CS-MYSTRING(1:CS-STRE) TO CS-RESULT(1:CS-STRE).         
232800     INSPECT CS-RESULT(1:CS-STRE)                                 
232900         CONVERTING CS-TRANS-FROM TO CS-TRANS-TO-D.               
233000     MOVE CS-KEY-ID-INPUT TO CS-FMAP-KEY-ID.                      
233100     PERFORM 3400-APPLY-FIELD-MAP THRU 3400-EXIT.                 
233200     IF NOT CS-SOLVE-TRIAL                                        
233300         MOVE "3100-DECRYPT-MESSAGE" TO CS-AUDIT-PARAGRAPH        
233400         PERFORM 3900-WRITE-AUDIT-RECORD THRU 3900-EXIT           
233500     END-IF.                                                      
233600 3100-EXIT.                                                       
233700     EXIT.                                                        
233800*                                                                 
233900***************************************************************** 
234000* 2950-BUILD-TRANSLATE-TABLES - BUILD THE ENCRYPT AND DECRYPT    *
234100* TRANSLATE TABLES FOR THE SHIFT AND DIGIT OPTION IN FORCE.      *
234200* BUILT ONCE PER KEY CHANGE (62 CHARACTERS), THEN EVERY MESSAGE  *
234300* TRANSFORMS IN A SINGLE INSPECT CONVERTING - THE OLD PERFORMED  *
234400* LOOP PER CHARACTER WAS THE LARGEST SINGLE COST OF THE RUN.     *
234500* CHARACTERS OUTSIDE THE TABLES (PUNCTUATION, SPACE, AND THE     *
234600* DIGITS WHEN THE KEY DOES NOT CIPHER THEM) PASS THROUGH         *
234700* UNCHANGED, EXACTLY AS BEFORE. FUNCTION CHAR IS 1-BASED HERE,   *
234800* SO THE BASES ARE 66/98/49 FOR A/A/0.                           *
234900***************************************************************** 
235000 2950-BUILD-TRANSLATE-TABLES.                                     
235100     MOVE CS-TRANS-FROM TO CS-TRANS-TO-E.                         
235200     MOVE CS-TRANS-FROM TO CS-TRANS-TO-D.                         
235300     PERFORM 2960-BUILD-ONE-UPPER THRU 2960-EXIT                  
235400         VARYING CS-TI FROM 1 BY 1 UNTIL CS-TI > 26.              
235500     PERFORM 2970-BUILD-ONE-LOWER THRU 2970-EXIT                  
235600         VARYING CS-TI FROM 1 BY 1 UNTIL CS-TI > 26.              
235700     IF CS-DIGITS-ON                                              
235800         PERFORM 2980-BUILD-ONE-DIGIT THRU 2980-EXIT              
235900             VARYING CS-TI FROM 1 BY 1 UNTIL CS-TI > 10           
236000     END-IF.                                                      
236100     MOVE CS-SHIFT TO CS-TABLE-SHIFT.                             
236200     MOVE CS-DIGIT-SWITCH TO CS-TABLE-DIGIT.                      
236300 2950-EXIT.                                                       
236400     EXIT.                                                        
236500*                                                                 
236600 2960-BUILD-ONE-UPPER.                                            
236700     COMPUTE CS-TVAL = CS-TI - 1 + CS-SHIFT.                      
236800     DIVIDE CS-TVAL BY 26 GIVING CS-DIGIT-QUOT                    
236900         REMAINDER CS-DIGIT-REM.                                  
237000     COMPUTE CS-ASCIIV = CS-DIGIT-REM + 66.                       
237100     MOVE FUNCTION CHAR(CS-ASCIIV) TO CS-TRANS-TO-E(CS-TI:1).     
237200     COMPUTE CS-TVAL = CS-TI - 1 + 26 - CS-SHIFT.                 
237300     DIVIDE CS-TVAL BY 26 GIVING CS-DIGIT-QUOT                    
237400         REMAINDER CS-DIGIT-REM.                                  
237500     COMPUTE CS-ASCIIV = CS-DIGIT-REM + 66.                       
237600     MOVE FUNCTION CHAR(CS-ASCIIV) TO CS-TRANS-TO-D(CS-TI:1).     
237700 2960-EXIT.                                                       
237800     EXIT.                                                        
237900*                                                                 
238000 2970-BUILD-ONE-LOWER.                                            
238100     COMPUTE CS-TVAL = CS-TI - 1 + CS-SHIFT.                      
238200     DIVIDE CS-TVAL BY 26 GIVING CS-DIGIT-QUOT                    
238300         REMAINDER CS-DIGIT-REM.                                  
238400     COMPUTE CS-ASCIIV = CS-DIGIT-REM + 98.                       
238500     MOVE FUNCTION CHAR(CS-ASCIIV)                                
238600         TO CS-TRANS-TO-E(CS-TI + 26:1).                          
238700     COMPUTE CS-TVAL = CS-TI - 1 + 26 - CS-SHIFT.                 
238800     DIVIDE CS-TVAL BY 26 GIVING CS-DIGIT-QUOT                    
238900         REMAINDER CS-DIGIT-REM.                                  
239000     COMPUTE CS-ASCIIV = CS-DIGIT-REM + 98.                       
239100     MOVE FUNCTION CHAR(CS-ASCIIV)                                
239200         TO CS-TRANS-TO-D(CS-TI + 26:1).                          
239300 2970-EXIT.                                                       
239400     EXIT.                                                        
239500*                                                                 
239600 2980-BUILD-ONE-DIGIT.                                            
239700     COMPUTE CS-TVAL = CS-TI - 1 + CS-SHIFT.                      
239800     DIVIDE CS-TVAL BY 10 GIVING CS-DIGIT-QUOT                    
239900         REMAINDER CS-DIGIT-REM.                                  
240000     COMPUTE CS-ASCIIV = CS-DIGIT-REM + 49.                       
240100     MOVE FUNCTION CHAR(CS-ASCIIV)                                
240200         TO CS-TRANS-TO-E(CS-TI + 52:1).                          
240300     COMPUTE CS-TVAL = CS-TI - 1 + 30 - CS-SHIFT.                 
240400     DIVIDE CS-TVAL BY 10 GIVING CS-DIGIT-QUOT                    
240500         REMAINDER CS-DIGIT-REM.                                  
240600     COMPUTE CS-ASCIIV = CS-DIGIT-REM + 49.                       
240700     MOVE FUNCTION CHAR(CS-ASCIIV)                                
240800         TO CS-TRANS-TO-D(CS-TI + 52:1).                          
240900 2980-EXIT.                                                       
241000     EXIT.                                                        
241100*                                                                 
241200***************************************************************** 
241300* 3300-ADD-RECORD-TO-HASHES - FOLD THE DATA RECORD JUST          *
241400* PROCESSED INTO THE RUNNING INPUT AND OUTPUT HASH TOTALS. THE   *
241500* TOTALS WRAP AT TWELVE DIGITS, WHICH IS WHAT THE RECEIVING      *
241600* SIDE'S CHECK COMPUTES TOO.                                     *
241700***************************************************************** 
241800*    BOTH TOTALS ARE NOW TAKEN IN ONE COMBINED PASS, AND THE      
241900*    BYTE VALUES COME FROM THE BINARY REDEFINITION INSTEAD OF A   
242000*    FUNCTION CALL PER CHARACTER. THE OLD ORD-BASED SUMS RAN      
242100*    ONE HIGHER PER CHARACTER, SO THE TEXT LENGTH IS ADDED ONCE   
242200*    PER RECORD - THE TOTALS, AND EVERY PARTNER *TRL ALREADY IN   
242300*    FLIGHT, ARE BIT-FOR-BIT WHAT THEY ALWAYS WERE.               
242400 3300-ADD-RECORD-TO-HASHES.                                       
242500     MOVE 1 TO CS-HI.                                             
242600     PERFORM 3310-HASH-ONE-CHAR-PAIR THRU 3310-EXIT               
242700         CS-STRE TIMES.                                           
242800     ADD CS-STRE TO CS-IN-HASH.                                   
242900     ADD CS-STRE TO CS-OUT-HASH.                                  
243000 3300-EXIT.                                                       
243100     EXIT.                                                        
243200*                                                                 
243300***************************************************************** 
243400* 3305-ADD-RECORD-TO-IN-HASH - INPUT SIDE ONLY, FOR A SUSPENDED  *
243500* RECORD THAT WAS READ BUT NEVER TRANSFORMED.                    *
243600***************************************************************** 
243700 3305-ADD-RECORD-TO-IN-HASH.                                      
243800     MOVE 1 TO CS-HI.                                             
243900     PERFORM 3315-HASH-ONE-INPUT-CHAR THRU 3315-EXIT              
244000         CS-STRE TIMES.                                           
244100     ADD CS-STRE TO CS-IN-HASH.                                   
244200 3305-EXIT.                                                       
244300     EXIT.                                                        
244400*                                                                 
244500 3310-HASH-ONE-CHAR-PAIR.                                         
244600     MOVE CS-MYSTRING(CS-HI:1) TO CS-ORD-CHAR.                    
244700     ADD CS-ORD-VALUE TO CS-IN-HASH.                              
244800     MOVE CS-RESULT(CS-HI:1) TO CS-ORD-CHAR.                      
244900     ADD CS-ORD-VALUE TO CS-OUT-HASH.                             
245000     ADD 1 TO CS-HI.                                              
245100 3310-EXIT.                                                       
245200     EXIT.                                                        
245300*                                                                 
245400 3315-HASH-ONE-INPUT-CHAR.                                        
245500     MOVE CS-MYSTRING(CS-HI:1) TO CS-ORD-CHAR.                    
245600     ADD CS-ORD-VALUE TO CS-IN-HASH.                              
245700     ADD 1 TO CS-HI.                                              
245800 3315-EXIT.                                                       
245900     EXIT.                                                        
246000*                                                                 
246100***************************************************************** 
246200* 3400-APPLY-FIELD-MAP - FIELD-LEVEL CIPHERING. CS-RESULT        *
246300* HOLDS THE WHOLE MESSAGE TRANSFORMED. WHEN A FIELD MAP COVERS   *
246400* THE MESSAGE UNDER CS-FMAP-KEY-ID, ONLY ITS RANGES KEEP         *
246500* THE TRANSFORMED TEXT AND EVERY OTHER COLUMN GOES BACK TO WHAT  *
246600* CAME IN - SO THE CIPHERED COLUMNS ARE EXACTLY WHAT A WHOLE-    *
246700* RECORD CIPHER WOULD HAVE GIVEN. THE RECORD TYPE IS READ FROM   *
246800* THE INCOMING TEXT, SO WHATEVER MAP IS USED - OR NONE, WHEN     *
246900* THE MESSAGE IS CIPHERED WHOLE - THE TYPE COLUMNS OF EVERY      *
247000* TYPED MAP THAT CAN APPLY UNDER THE KEY-ID ARE THEN PUT BACK    *
247100* AS THEY CAME IN (3430). THEY ARE NEVER CIPHERED, EVEN WHERE    *
247200* ANOTHER MAP'S RANGE COVERS THEM, SO THE DECRYPT READS THE      *
247300* SAME TYPE THE ENCRYPT DID AND PICKS THE SAME MAP. A RECORD     *
247400* TOO SHORT TO CARRY ITS TYPE MATCHES NO TYPED MAP.              *
247500***************************************************************** 
247600 3400-APPLY-FIELD-MAP.                                            
247700     IF CS-FMAP-COUNT = ZERO                                      
247800         GO TO 3400-EXIT                                          
247900     END-IF.                                                      
248000     MOVE ZERO TO CS-FMAP-HIT.                                    
248100     MOVE 9 TO CS-FMAP-RANK.                                      
248200     PERFORM 3410-RANK-ONE-FIELD-MAP THRU 3410-EXIT               
248300         VARYING CS-FMAP-FI FROM 1 BY 1                           
248400         UNTIL CS-FMAP-FI > CS-FMAP-COUNT OR CS-FMAP-RANK = 1.    
248500     IF CS-FMAP-HIT NOT = ZERO                                    
248600         MOVE CS-RESULT TO CS-FIELD-HOLD                          
248700         MOVE CS-MYSTRING(1:CS-STRE)                              
248800             TO CS-RESULT(1:CS-STRE)                              
248900         PERFORM 3420-TAKE-ONE-RANGE THRU 3420-EXIT               
249000             VARYING CS-FMAP-RI FROM 1 BY 1                       
249100             UNTIL CS-FMAP-RI > CS-FE-RANGE-COUNT(CS-FMAP-HIT)    
249200         ADD 1 TO CS-FMAP-MSG-COUNT                               
249300     END-IF.                                                      
249400     PERFORM 3430-KEEP-TYPE-COLUMNS THRU 3430-EXIT                
249500         VARYING CS-FMAP-FI FROM 1 BY 1                           
249600         UNTIL CS-FMAP-FI > CS-FMAP-COUNT.                        
249700 3400-EXIT.                                                       
249800     EXIT.                                                        
249900*                                                                 
250000 3410-RANK-ONE-FIELD-MAP.                                         
250100     IF CS-FE-TYPE(CS-FMAP-FI) = SPACES                           
250200         IF CS-FE-KEY-ID(CS-FMAP-FI) = CS-FMAP-KEY-ID             
250300                 AND CS-FMAP-RANK > 2                             
250400             MOVE CS-FMAP-FI TO CS-FMAP-HIT                       
250500             MOVE 2 TO CS-FMAP-RANK                               
250600         END-IF                                                   
250700         GO TO 3410-EXIT                                          
250800     END-IF.                                                      
250900     IF CS-FE-KEY-ID(CS-FMAP-FI) NOT = CS-FMAP-KEY-ID             
251000             AND CS-FE-KEY-ID(CS-FMAP-FI) NOT = SPACES            
251100         GO TO 3410-EXIT                                          
251200     END-IF.                                                      
251300     COMPUTE CS-FMAP-END = CS-FE-TYPE-START(CS-FMAP-FI)           
251400         + CS-FE-TYPE-LENGTH(CS-FMAP-FI) - 1.                     
251500     IF CS-FMAP-END > CS-STRE                                     
251600         GO TO 3410-EXIT                                          
251700     END-IF.                                                      
251800     MOVE CS-FE-TYPE-START(CS-FMAP-FI) TO CS-FMAP-POS.            
251900     MOVE CS-FE-TYPE-LENGTH(CS-FMAP-FI) TO CS-FMAP-SPAN.          
252000     IF CS-MYSTRING(CS-FMAP-POS:CS-FMAP-SPAN)                     
252100             NOT = CS-FE-TYPE(CS-FMAP-FI)(1:CS-FMAP-SPAN)         
252200         GO TO 3410-EXIT                                          
252300     END-IF.                                                      
252400     IF CS-FE-KEY-ID(CS-FMAP-FI) = CS-FMAP-KEY-ID                 
252500         MOVE CS-FMAP-FI TO CS-FMAP-HIT                           
252600         MOVE 1 TO CS-FMAP-RANK                                   
252700     ELSE                                                         
252800         IF CS-FMAP-RANK > 3                                      
252900             MOVE CS-FMAP-FI TO CS-FMAP-HIT                       
253000             MOVE 3 TO CS-FMAP-RANK                               
253100         END-IF                                                   
253200     END-IF.                                                      
253300 3410-EXIT.                                                       
253400     EXIT.                                                        
253500*                                                                 
253600 3420-TAKE-ONE-RANGE.                                             
253700     MOVE CS-FE-FROM(CS-FMAP-HIT, CS-FMAP-RI) TO CS-FMAP-POS.     
253800     IF CS-FMAP-POS > CS-STRE                                     
253900         GO TO 3420-EXIT                                          
254000     END-IF.                                                      
254100     MOVE CS-FE-LENGTH(CS-FMAP-HIT, CS-FMAP-RI) TO CS-FMAP-SPAN.  
254200     IF CS-FMAP-POS + CS-FMAP-SPAN - 1 > CS-STRE                  
254300         COMPUTE CS-FMAP-SPAN = CS-STRE - CS-FMAP-POS + 1         
254400     END-IF.                                                      
254500     MOVE CS-FIELD-HOLD(CS-FMAP-POS:CS-FMAP-SPAN)                 
254600         TO CS-RESULT(CS-FMAP-POS:CS-FMAP-SPAN).                  
254700 3420-EXIT.                                                       
254800     EXIT.                                                        
254900*                                                                 
255000***************************************************************** 
255100* 3430-KEEP-TYPE-COLUMNS - PUT BACK THE INCOMING TEXT IN THE     *
255200* TYPE COLUMNS OF ONE TYPED MAP THAT CAN APPLY UNDER THE KEY-ID  *
255300* - ITS OWN OR AN ANY-KEY MAP - AS FAR AS THE MESSAGE REACHES.   *
255400***************************************************************** 
255500 3430-KEEP-TYPE-COLUMNS.                                          
255600     IF CS-FE-TYPE(CS-FMAP-FI) = SPACES                           
255700         GO TO 3430-EXIT                                          
255800     END-IF.                                                      
255900     IF CS-FE-KEY-ID(CS-FMAP-FI) NOT = CS-FMAP-KEY-ID             
256000             AND CS-FE-KEY-ID(CS-FMAP-FI) NOT = SPACES            
256100         GO TO 3430-EXIT                                          
256200     END-IF.                                                      
256300     MOVE CS-FE-TYPE-START(CS-FMAP-FI) TO CS-FMAP-POS.            
256400     IF CS-FMAP-POS > CS-STRE                                     
256500         GO TO 3430-EXIT                                          
256600     END-IF.                                                      
256700     MOVE CS-FE-TYPE-LENGTH(CS-FMAP-FI) TO CS-FMAP-SPAN.          
256800     IF CS-FMAP-POS + CS-FMAP-SPAN - 1 > CS-STRE                  
256900         COMPUTE CS-FMAP-SPAN = CS-STRE - CS-FMAP-POS + 1         
257000     END-IF.                                                      
257100     MOVE CS-MYSTRING(CS-FMAP-POS:CS-FMAP-SPAN)                   
257200         TO CS-RESULT(CS-FMAP-POS:CS-FMAP-SPAN).                  
257300 3430-EXIT.                                                       
257400     EXIT.                                                        
257500*                                                                 
257600***************************************************************** 
257700* 3900-WRITE-AUDIT-RECORD - LOG ONE ENCRYPT OR DECRYPT RUN.      *
257800***************************************************************** 
257900 3900-WRITE-AUDIT-RECORD.                                         
258000     MOVE CS-RUN-DATE TO CS-AUDIT-DATE.                           
258100     MOVE CS-CHOSEN-SHIFT TO CS-AUDIT-SHIFT.                      
258200     MOVE CS-STRE TO CS-AUDIT-LENGTH.                             
258300     MOVE CS-KEY-ID-INPUT TO CS-AUDIT-KEY-ID.                     
258400     MOVE "CEASER" TO CS-AUDIT-PROGRAM.                           
258500     MOVE CS-CHOSEN-GEN-DATE TO CS-AUDIT-GEN-DATE.                
258600     PERFORM 3950-STAMP-AUDIT-RECORD THRU 3950-EXIT.              
258700     WRITE CS-AUDIT-REC.                                          
258800     ADD 1 TO CS-AUD-REC-COUNT.                                   
258900 3900-EXIT.                                                       
259000     EXIT.                                                        
259100*                                                                 
259200***************************************************************** 
259300* 3950-STAMP-AUDIT-RECORD - GIVE THE AUDIT RECORD THE NEXT       *
259400* SEQUENCE NUMBER AND CHAIN ITS CHECK VALUE FROM THE LAST ONE:   *
259500* THE LAST CHECK VALUE TIMES 31, PLUS EACH OF THE RECORD'S FIRST *
259600* 70 BYTE VALUES WEIGHTED BY ITS POSITION, PLUS THE SEQUENCE     *
259700* NUMBER, ALL MODULO 999999937. CHANGING, DROPPING, OR MOVING A  *
259800* RECORD BREAKS THE CHAIN AT THAT POINT.                         *
259900***************************************************************** 
260000 3950-STAMP-AUDIT-RECORD.                                         
260100     IF CS-AUD-SEQ-NO = 999999999                                 
260200         MOVE 1 TO CS-AUD-SEQ-NO                                  
260300     ELSE                                                         
260400         ADD 1 TO CS-AUD-SEQ-NO                                   
260500     END-IF.                                                      
260600     MOVE "S" TO CS-AUDIT-STAMP.                                  
260700     MOVE CS-AUD-SEQ-NO TO CS-AUDIT-SEQ-NO.                       
260800     MOVE SPACE TO CS-AUDIT-REC(80:1).                            
260900     MOVE ZERO TO CS-AUD-BYTE-SUM.                                
261000     MOVE 1 TO CS-AUD-BI.                                         
261100     PERFORM 3960-ADD-ONE-AUDIT-BYTE THRU 3960-EXIT 70 TIMES.     
261200     COMPUTE CS-AUD-CHECK-WORK = CS-AUD-CHECK-VALUE * 31          
261300         + CS-AUD-BYTE-SUM + CS-AUD-SEQ-NO.                       
261400     DIVIDE CS-AUD-CHECK-WORK BY 999999937                        
261500         GIVING CS-AUD-CHECK-QUOT REMAINDER CS-AUD-CHECK-VALUE.   
261600     MOVE CS-AUD-CHECK-VALUE TO CS-AUDIT-CHECK-VALUE.             
261700 3950-EXIT.                                                       
261800     EXIT.                                                        
261900*                                                                 
262000 3960-ADD-ONE-AUDIT-BYTE.                                         
262100     MOVE CS-AUDIT-REC(CS-AUD-BI:1) TO CS-ORD-CHAR.               
262200     COMPUTE CS-AUD-BYTE-SUM = CS-AUD-BYTE-SUM                    
262300         + CS-ORD-VALUE * CS-AUD-BI.                              
262400     ADD 1 TO CS-AUD-BI.                                          
262500 3960-EXIT.                                                       
262600     EXIT.                                                        
262700*                                                                 
262800***************************************************************** 
262900* 4000-SOLVE-CIPHER - TRY EVERY VALID SHIFT, SCORE EACH          *
263000* CANDIDATE PLAINTEXT AGAINST THE ENGLISH LETTER FREQUENCY       *
263100* TABLE, AND REPORT THE CLOSEST-FITTING SHIFT AS THE LIKELY KEY. *
263200***************************************************************** 
263300 4000-SOLVE-CIPHER.                                               
263400     MOVE 9999999 TO CS-BEST-SCORE.                               
263500     MOVE ZERO TO CS-BEST-SHIFT.                                  
263600     MOVE 1 TO CS-SHIFT.                                          
263700     SET CS-SOLVE-TRIAL TO TRUE.                                  
263800     PERFORM 4010-TRY-ONE-SHIFT THRU 4010-EXIT                    
263900         25 TIMES.                                                
264000     MOVE "N" TO CS-TRIAL-SWITCH.                                 
264100     DISPLAY "CEASER - MOST LIKELY SHIFT IS " CS-BEST-SHIFT.      
264200 4000-EXIT.                                                       
264300     EXIT.                                                        
264400*                                                                 
264500 4010-TRY-ONE-SHIFT.                                              
264600     PERFORM 3100-DECRYPT-MESSAGE THRU 3100-EXIT.                 
264700     PERFORM 4020-SCORE-CANDIDATE THRU 4020-EXIT.                 
264800     DISPLAY "CEASER " CS-SHIFT ": " CS-RESULT(1:CS-STRE)         
264900         " SCORE " CS-CANDIDATE-SCORE.                            
265000     IF CS-CANDIDATE-SCORE < CS-BEST-SCORE                        
265100         MOVE CS-CANDIDATE-SCORE TO CS-BEST-SCORE                 
265200         MOVE CS-SHIFT TO CS-BEST-SHIFT                           
265300     END-IF.                                                      
265400     ADD 1 TO CS-SHIFT.                                           
265500 4010-EXIT.                                                       
265600     EXIT.                                                        
265700*                                                                 
265800***************************************************************** 
265900* 4020-SCORE-CANDIDATE - COUNT EACH LETTER OF THE CURRENT        *
266000* CS-RESULT, THEN MEASURE HOW FAR THAT COUNT TABLE DEVIATES      *
266100* FROM NORMAL ENGLISH FREQUENCY. LOWER SCORE IS A CLOSER FIT.    *
266200***************************************************************** 
266300 4020-SCORE-CANDIDATE.                                            
266400     MOVE ZERO TO CS-TOTAL-LETTERS.                               
266500     PERFORM 4021-CLEAR-ONE-COUNT THRU 4021-EXIT                  
266600         VARYING CS-FI FROM 1 BY 1 UNTIL CS-FI > 26.              
266700     MOVE 1 TO CS-SI.                                             
266800     PERFORM 4030-TALLY-ONE-CHARACTER THRU 4030-EXIT              
266900         CS-STRE TIMES.                                           
267000     MOVE ZERO TO CS-CANDIDATE-SCORE.                             
267100     PERFORM 4040-SCORE-ONE-LETTER THRU 4040-EXIT                 
267200         VARYING CS-FI FROM 1 BY 1 UNTIL CS-FI > 26.              
267300 4020-EXIT.                                                       
267400     EXIT.                                                        
267500*                                                                 
267600 4021-CLEAR-ONE-COUNT.                                            
267700     MOVE ZERO TO CS-LETTER-COUNT(CS-FI).                         
267800 4021-EXIT.                                                       
267900     EXIT.                                                        
268000*                                                                 
268100 4030-TALLY-ONE-CHARACTER.                                        
268200     MOVE CS-RESULT(CS-SI:1) TO CS-SCOREC.                        
268300     MOVE FUNCTION UPPER-CASE(CS-SCOREC) TO CS-SCOREC.            
268400     MOVE FUNCTION ORD(CS-SCOREC) TO CS-SCOREV.                   
268500     IF CS-SCOREV > 65 AND CS-SCOREV < 92                         
268600         SUBTRACT 65 FROM CS-SCOREV GIVING CS-FREQ-INDEX          
268700         ADD 1 TO CS-LETTER-COUNT(CS-FREQ-INDEX)                  
268800         ADD 1 TO CS-TOTAL-LETTERS                                
268900     END-IF.                                                      
269000     ADD 1 TO CS-SI.                                              
269100 4030-EXIT.                                                       
269200     EXIT.                                                        
269300*                                                                 
269400 4040-SCORE-ONE-LETTER.                                           
269500     COMPUTE CS-EXPECTED-COUNT =                                  
269600         (CS-TOTAL-LETTERS * CS-FREQ-WEIGHT(CS-FI)) / 1000.       
269700     COMPUTE CS-COUNT-DIFF =                                      
269800         CS-LETTER-COUNT(CS-FI) - CS-EXPECTED-COUNT.              
269900     COMPUTE CS-CANDIDATE-SCORE =                                 
270000         CS-CANDIDATE-SCORE + (CS-COUNT-DIFF * CS-COUNT-DIFF).    
270100 4040-EXIT.                                                       
270200     EXIT.                                                        
270300*                                                                 
270400***************************************************************** 
270500* 4100-MATCH-SHIFT-TO-KEYS - SWEEP THE WHOLE KEY TABLE AND NAME  *
270600* THE KEY-ID(S) WHOSE GENERATION IN EFFECT FOR THE RUN DATE      *
270700* CARRIES THE RECOVERED SHIFT, SO NOBODY HAS TO EYEBALL THE      *
270800* CEASKEY TABLE AFTER A SOLVE RUN. GENERATIONS ARRIVE IN KEY-ID  *
270900* ORDER, SO EACH KEY-ID GROUP IS CLOSED OUT WHEN THE NEXT ONE    *
271000* STARTS AND THE LAST GROUP AT END OF FILE.                      *
271100***************************************************************** 
271200 4100-MATCH-SHIFT-TO-KEYS.                                        
271300     MOVE ZERO TO CS-MATCH-COUNT.                                 
271400     MOVE SPACES TO CS-MATCHED-KEY-ID.                            
271500     MOVE SPACES TO CS-SWEEP-KEY-ID.                              
271600     MOVE "N" TO CS-SWEEP-FOUND-SWITCH.                           
271700     MOVE "N" TO CS-KEYSWEEP-EOF-SWITCH.                          
271800     OPEN INPUT CEASER-KEY-FILE.                                  
271900     IF CS-KEY-FILE-STATUS NOT = "00"                             
272000         MOVE 0005 TO CS-MSG-NUMBER                               
272100         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
272200         DISPLAY "CEASER0005 - CEASKEY OPEN FAILED, STATUS "      
272300             CS-KEY-FILE-STATUS                                   
272400         MOVE 19 TO RETURN-CODE                                   
272500         GO TO 9900-ABEND-ROUTINE                                 
272600     END-IF.                                                      
272700     MOVE LOW-VALUES TO CK-KEY.                                   
272800     START CEASER-KEY-FILE KEY IS NOT LESS THAN CK-KEY            
272900         INVALID KEY                                              
273000             SET CS-KEYSWEEP-EOF TO TRUE                          
273100     END-START.                                                   
273200     PERFORM 4110-SWEEP-NEXT-GENERATION THRU 4110-EXIT            
273300         UNTIL CS-KEYSWEEP-EOF.                                   
273400     CLOSE CEASER-KEY-FILE.                                       
273500 4100-EXIT.                                                       
273600     EXIT.                                                        
273700*                                                                 
273800 4110-SWEEP-NEXT-GENERATION.                                      
273900     READ CEASER-KEY-FILE NEXT RECORD                             
274000         AT END                                                   
274100             SET CS-KEYSWEEP-EOF TO TRUE                          
274200             PERFORM 4120-CLOSE-KEY-GROUP THRU 4120-EXIT          
274300         NOT AT END                                               
274400             IF CK-KEY-ID NOT = CS-SWEEP-KEY-ID                   
274500                 PERFORM 4120-CLOSE-KEY-GROUP THRU 4120-EXIT      
274600                 MOVE CK-KEY-ID TO CS-SWEEP-KEY-ID                
274700                 MOVE "N" TO CS-SWEEP-FOUND-SWITCH                
274800             END-IF                                               
274900             IF CK-GEN-ACTIVE                                     
275000                     AND CK-EFFECTIVE-DATE NOT > CS-RUN-DATE      
275100                 MOVE CK-SHIFT-VALUE TO CS-SWEEP-SHIFT            
275200                 SET CS-SWEEP-FOUND TO TRUE                       
275300             END-IF                                               
275400             IF CK-GEN-COMPROMISED                                
275500                     AND CK-EFFECTIVE-DATE NOT > CS-RUN-DATE      
275600                 MOVE "N" TO CS-SWEEP-FOUND-SWITCH                
275700             END-IF                                               
275800     END-READ.                                                    
275900 4110-EXIT.                                                       
276000     EXIT.                                                        
276100*                                                                 
276200 4120-CLOSE-KEY-GROUP.                                            
276300     IF CS-SWEEP-KEY-ID = SPACES                                  
276400         GO TO 4120-EXIT                                          
276500     END-IF.                                                      
276600     IF CS-SWEEP-FOUND AND CS-SWEEP-SHIFT = CS-BEST-SHIFT         
276700         ADD 1 TO CS-MATCH-COUNT                                  
276800         IF CS-MATCHED-KEY-ID = SPACES                            
276900             MOVE CS-SWEEP-KEY-ID TO CS-MATCHED-KEY-ID            
277000         END-IF                                                   
277100     END-IF.                                                      
277200 4120-EXIT.                                                       
277300     EXIT.                                                        
277400*                                                                 
277500***************************************************************** 
277600* 4200-WRITE-SOLVE-RECORD - RECORD THIS MESSAGE'S SOLVE RESULT   *
277700* ON CEASSLV AND TELL THE OPERATOR WHICH KEY THE SHIFT BELONGS   *
277800* TO ON SYSOUT.                                                  *
277900***************************************************************** 
278000 4200-WRITE-SOLVE-RECORD.                                         
278100     MOVE CS-RECORD-COUNT TO CS-SLV-RECORD-NUMBER.                
278200     MOVE CS-BEST-SHIFT TO CS-SLV-BEST-SHIFT.                     
278300     MOVE CS-BEST-SCORE TO CS-SLV-BEST-SCORE.                     
278400     MOVE CS-MATCHED-KEY-ID TO CS-SLV-KEY-ID.                     
278500     MOVE CS-MATCH-COUNT TO CS-SLV-KEY-MATCHES.                   
278600     WRITE CS-SOLVE-REC.                                          
278700     ADD 1 TO CS-SLV-REC-COUNT.                                   
278800     IF CS-MATCH-COUNT > ZERO                                     
278900         DISPLAY "CEASER - SHIFT MATCHES KEY-ID "                 
279000             CS-MATCHED-KEY-ID " (" CS-MATCH-COUNT " KEY(S))"     
279100     ELSE                                                         
279200         DISPLAY "CEASER - NO KEY IN EFFECT CARRIES THIS SHIFT"   
279300     END-IF.                                                      
279400 4200-EXIT.                                                       
279500     EXIT.                                                        
279600*                                                                 
279700***************************************************************** 
279800* 8900-WRITE-RUN-HISTORY - ADD THIS STEP'S RECORD TO THE RUN     *
279900* HISTORY FILE. PERFORMED LAST AT NORMAL END AND FROM THE ABEND  *
280000* ROUTINE, SO EVERY EXECUTION LEAVES ONE. A HISTORY FILE THAT    *
280100* WILL NOT OPEN IS REPORTED BUT LEAVES THE RETURN CODE ALONE -   *
280200* THE STEP'S OWN WORK IS DONE BY THEN, AND THE STEPS AFTER IT    *
280300* ARE CONDITIONED ON ITS RESULT, NOT ON THE BOOKKEEPING.         *
280400***************************************************************** 
280500 8900-WRITE-RUN-HISTORY.                                          
280600     OPEN EXTEND RUN-HISTORY-FILE.                                
280700     IF CS-RHST-FILE-STATUS NOT = "00"                            
280800         DISPLAY "CEASER0026 - CEASRHST OPEN FAILED, "            
280900             "STATUS " CS-RHST-FILE-STATUS                        
281000             " - NO RUN HISTORY RECORD WRITTEN"                   
281100         GO TO 8900-EXIT                                          
281200     END-IF.                                                      
281300     MOVE SPACES TO RUN-HISTORY-REC.                              
281400     MOVE "CEASER" TO RH-PROGRAM.                                 
281500     MOVE CS-HDR-FEED-ID TO RH-FEED-ID.                           
281600     MOVE CS-HDR-FILE-DATE TO RH-FILE-DATE.                       
281700     IF CS-RUN-KEY-ID = SPACES                                    
281800         MOVE CS-KEY-ID-INPUT TO RH-KEY-ID                        
281900     ELSE                                                         
282000         MOVE CS-RUN-KEY-ID TO RH-KEY-ID                          
282100     END-IF.                                                      
282200     MOVE CS-RUN-MODE TO RH-RUN-MODE.                             
282300     MOVE CS-RECORD-COUNT TO RH-RECORDS-READ.                     
282400     MOVE CS-OUT-REC-COUNT TO RH-RECORDS-WRITTEN.                 
282500     MOVE CS-SUSP-RECORD-COUNT TO RH-RECORDS-SUSPENDED.           
282600     ADD CS-GRACE-USED-COUNT CS-IMPLAUS-COUNT                     
282700         GIVING RH-EXCEPTION-COUNT.                               
282800     MOVE CS-START-DATE TO RH-START-DATE.                         
282900     MOVE CS-START-TIME(1:6) TO RH-START-TIME.                    
283000     ACCEPT RH-END-DATE FROM DATE YYYYMMDD.                       
283100     ACCEPT CS-END-TIME FROM TIME.                                
283200     MOVE CS-END-TIME(1:6) TO RH-END-TIME.                        
283300     IF CS-RESTARTING                                             
283400         MOVE "Y" TO RH-RESTART-FLAG                              
283500     ELSE                                                         
283600         MOVE "N" TO RH-RESTART-FLAG                              
283700     END-IF.                                                      
283800     MOVE CS-HIGH-MSG-NUMBER TO RH-HIGH-MSG-NUMBER.               
283900     MOVE RETURN-CODE TO RH-RETURN-CODE.                          
284000     WRITE RUN-HISTORY-REC.                                       
284100     CLOSE RUN-HISTORY-FILE.                                      
284200 8900-EXIT.                                                       
284300     EXIT.                                                        
284400*                                                                 
284500***************************************************************** 
284600* 8950-NOTE-MESSAGE - KEEP THE HIGHEST NUMBERED MESSAGE ISSUED,  *
284700* FOR THE RUN HISTORY RECORD.                                    *
284800***************************************************************** 
284900 8950-NOTE-MESSAGE.                                               
285000     IF CS-MSG-NUMBER > CS-HIGH-MSG-NUMBER                        
285100         MOVE CS-MSG-NUMBER TO CS-HIGH-MSG-NUMBER                 
285200     END-IF.                                                      
285300 8950-EXIT.                                                       
285400     EXIT.                                                        
285500*                                                                 
285600***************************************************************** 
285700* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
285800***************************************************************** 
285900 9000-TERMINATE.                                                  
286000*    THE AUDIT CHAIN IS SAVED FIRST, SO EVEN A RUN THAT ENDS ON A 
286100*    MISSING TRAILER LEAVES CEASAUDS IN STEP WITH WHAT IT WROTE.  
286200     PERFORM 1750-SAVE-AUDIT-SEQUENCE THRU 1750-EXIT.             
286300     IF NOT CS-MODE-SOLVE AND NOT CS-MODE-SOLVE-DECRYPT           
286400             AND NOT CS-TRL-SEEN                                  
286500         MOVE 0012 TO CS-MSG-NUMBER                               
286600         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
286700         DISPLAY "CEASER0012 - END OF CEASIN WITHOUT A *TRL "     
286800             "CONTROL TRAILER - TRANSMISSION MAY BE TRUNCATED"    
286900         MOVE 21 TO RETURN-CODE                                   
287000         GO TO 9900-ABEND-ROUTINE                                 
287100     END-IF.                                                      
287200     CLOSE CEASER-INPUT-FILE.                                     
287300     CLOSE CEASER-OUTPUT-FILE.                                    
287400     CLOSE CEASER-AUDIT-FILE.                                     
287500     CLOSE CEASER-CHECKPOINT-FILE.                                
287600     IF CS-MODE-ENCRYPT                                           
287700         CLOSE CEASER-INDEX-FILE                                  
287800     END-IF.                                                      
287900     IF NOT CS-MODE-SOLVE AND NOT CS-MODE-SOLVE-DECRYPT           
288000         CLOSE CEASER-PROCESSED-FILE                              
288100     END-IF.                                                      
288200     IF CS-MULTI-PARTNER                                          
288300         CLOSE CEASER-SUSPENSE-FILE                               
288400         DISPLAY "CEASER - GROUPS PROCESSED " CS-GROUPS-PROCESSED 
288500             ", SUSPENDED " CS-GROUPS-SUSPENDED                   
288600         IF CS-GROUPS-SUSPENDED > ZERO                            
288700             MOVE 0016 TO CS-MSG-NUMBER                           
288800             PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT             
288900             DISPLAY "CEASER0016 - " CS-GROUPS-SUSPENDED          
289000                 " GROUP(S), " CS-SUSP-RECORD-COUNT               
289100                 " RECORD(S) DIVERTED TO CEASSUSP"                
289200             MOVE 4 TO RETURN-CODE                                
289300         END-IF                                                   
289400     END-IF.                                                      
289500     IF CS-GRACE-USED-COUNT > ZERO                                
289600         MOVE 0019 TO CS-MSG-NUMBER                               
289700         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
289800         DISPLAY "CEASER0019 - " CS-GRACE-USED-COUNT              
289900             " RECORD(S) DECRYPTED UNDER A PRIOR KEY "            
290000             "GENERATION - CHASE THE PARTNER"                     
290100         MOVE 4 TO RETURN-CODE                                    
290200     END-IF.                                                      
290300     IF CS-IMPLAUS-COUNT > ZERO                                   
290400         MOVE 0020 TO CS-MSG-NUMBER                               
290500         PERFORM 8950-NOTE-MESSAGE THRU 8950-EXIT                 
290600         DISPLAY "CEASER0020 - " CS-IMPLAUS-COUNT                 
290700             " DECRYPTED RECORD(S) STILL FAIL THE "               
290800             "PLAUSIBILITY CHECK - REVIEW THE OUTPUT"             
290900         MOVE 4 TO RETURN-CODE                                    
291000     END-IF.                                                      
291100     IF CS-FMAP-COUNT > ZERO                                      
291200         DISPLAY "CEASER - MESSAGES CIPHERED FIELD-LEVEL "        
291300             CS-FMAP-MSG-COUNT                                    
291400     END-IF.                                                      
291500     PERFORM 1500-CLEAR-CHECKPOINT-FILE THRU 1500-EXIT.           
291600     PERFORM 8900-WRITE-RUN-HISTORY THRU 8900-EXIT.               
291700 9000-EXIT.                                                       
291800     EXIT.                                                        
291900*                                                                 
292000***************************************************************** 
292100* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP. ONCE THE   *
292200* AUDIT TRAIL IS OPEN, ANY RECORDS ALREADY ADDED TO IT ARE SAVED *
292300* IN CEASAUDS FIRST, SO THE CHAIN STAYS WHOLE AND THE NEXT RUN   *
292400* CARRIES ON FROM THE LAST RECORD ACTUALLY WRITTEN.              *
292500***************************************************************** 
292600 9900-ABEND-ROUTINE.                                              
292700     IF CS-AUDIT-OPEN                                             
292800         PERFORM 1750-SAVE-AUDIT-SEQUENCE THRU 1750-EXIT          
292900         CLOSE CEASER-AUDIT-FILE                                  
293000     END-IF.                                                      
293100     PERFORM 8900-WRITE-RUN-HISTORY THRU 8900-EXIT.               
293200     DISPLAY "CEASER - JOB TERMINATED, RETURN CODE " RETURN-CODE. 
293300     STOP RUN.                                                    
293400 9900-EXIT.                                                       
293500     EXIT.                                                        
