001800* PER REJECTION, SO PARTNER SETUP SHEETS LOAD AS A DECK          *
001900* INSTEAD OF BEING TYPED IN BY HAND. EVERY APPLIED CHANGE,       *
002000* FROM EITHER MODE, IS ALSO WRITTEN TO THE KEY-CHANGE HISTORY    *
002100* LOG FOR THE AUDITORS. A NEW GENERATION IS NEVER LIVE ON ENTRY: *
002200* IT IS WRITTEN PENDING APPROVAL, AND A SECOND USER - NEVER THE  *
002300* ONE WHO ENTERED IT - MUST APPROVE (OR REJECT) IT BEFORE ANY    *
002400* CIPHER PROGRAM WILL SELECT IT. WRITTEN AS A BATCH-EQUIVALENT   *
002500* RATHER THAN A REAL CICS TRANSACTION, SINCE THIS SHOP HAS NO    *
002600* CICS REGION FOR IT TO RUN UNDER.                               *
002700***************************************************************** 
002800*                                                                 
002900* MODIFICATION HISTORY.                                           
003000*  DATE       INIT  DESCRIPTION                                   
003100*  08/17/2026 MWK   ORIGINAL CODING - MENU-DRIVEN MAINTENANCE OF  
003200*                   THE CEASER-KEY-FILE KEY TABLE.                
003300*  08/20/2026 MWK   ADDED FILE STATUS CHECKING ON THE CEASKEY     
003400*                   OPEN SO A MISSING FILE GETS A MESSAGE         
003500*                   INSTEAD OF AN UNHANDLED RUNTIME ERROR.        
003600*  08/23/2026 MWK   REWORKED FOR DATED KEY GENERATIONS - VIEW     
003700*                   NOW LISTS EVERY GENERATION OF A KEY-ID, ADD   
003800*                   WRITES A NEW GENERATION KEYED BY KEY-ID       
003900*                   PLUS EFFECTIVE DATE INSTEAD OF OVERWRITING    
004000*                   THE ONE RECORD, AND UPDATE IS REPLACED BY     
004100*                   RETIRE, WHICH MARKS A GENERATION SO IT IS     
004200*                   NEVER SELECTED AGAIN.                         
004300*  08/23/2026 MWK   ADD AND VIEW NOW CARRY THE PER-KEY DIGIT      
004400*                   OPTION (Y = CIPHER THE DIGITS 0-9 TOO,        
004500*                   ANYTHING ELSE = LETTERS ONLY).                
004600*  08/23/2026 MWK   ADD AND VIEW NOW CARRY THE KEY TYPE AND,      
004700*                   FOR TYPE-V GENERATIONS, THE VIGENERE          
004800*                   KEYWORD, SO CEASERV'S KEYWORDS LIVE IN THE    
004900*                   PROTECTED KEY TABLE INSTEAD OF IN JCL.        
005000*  09/02/2026 MWK   ADDED THE BATCH TRANSACTION MODE (PARM OF     
005100*                   BATCH) READING CEASTRAN AND PRINTING THE      
005200*                   CEASMREG APPLIED/REJECTED REGISTER. MENU      
005300*                   AND BATCH NOW SHARE ONE VALIDATE-AND-APPLY    
005400*                   PATH, SO BOTH MODES ENFORCE THE SAME EDITS,   
005500*                   AND EVERY APPLIED CHANGE IS WRITTEN TO THE    
005600*                   NEW CEASKLOG KEY-CHANGE HISTORY LOG - THE     
005700*                   AUDITORS FLAGGED THAT NO RECORD EXISTED OF    
005800*                   WHO CHANGED WHICH KEY WHEN. THE KEYWORD OF    
005900*                   A TYPE-V GENERATION IS NEVER WRITTEN TO THE   
006000*                   LOG - THE LOG IS NOT A PROTECTED DATASET.     
006100*  10/15/2026 MWK   DUAL CONTROL FOR NEW KEY GENERATIONS. ADD NOW 
006200*                   WRITES THE GENERATION PENDING APPROVAL (STATUS
006300*                   P), STAMPED WITH THE MAKER'S USER ID, DATE AND
006400*                   TIME. NEW APPROV AND REJECT ACTIONS (MENU     
006500*                   CHOICES 4 AND 5, OR CEASTRAN CARDS) LET A     
006600*                   DIFFERENT USER MAKE IT ACTIVE OR REJECT IT;   
006700*                   THE MAKER CAN NEVER BE THE CHECKER. THE USER  
006800*                   ID IS KEYED AT THE CONSOLE IN MENU MODE AND   
006900*                   TAKEN FROM PARM='BATCH,USERID' IN BATCH MODE. 
007000*                   CEASKEY WIDENED TO 128 BYTES; CEASKLOG        
007100*                   WIDENED TO 120 BYTES TO CARRY THE USER ID     
007200*                   AND THE MAKER'S ID AND TIMESTAMP.             
007300*  10/15/2026 MWK   NEW COMPRO ACTION (MENU CHOICE 6, OR A        
007400*                   CEASTRAN CARD) DECLARES A GENERATION          
007500*                   COMPROMISED AS OF A DATE - STATUS C, NEVER    
007600*                   SELECTED AGAIN BY ANY PROGRAM. THE AS-OF DATE 
007700*                   DEFAULTS TO THE EFFECTIVE DATE AND IS CARRIED 
007800*                   ON THE KEY RECORD AND THE KEY-CHANGE LOG. A   
007900*                   COMPROMISED GENERATION CANNOT BE RETIRED.     
008000*  10/15/2026 MWK   CEASKLOG LAYOUT MOVED TO THE NEW KEYLOG       
008100*                   COPYBOOK, SHARED WITH THE CEASKRC RECOVERY    
008200*                   RUN, AND WIDENED TO 150 BYTES TO CARRY THE    
008300*                   DESCRIPTION OF AN ADDED GENERATION, SO THE LOG
008400*                   ROLLED FORWARD OVER A CEASKUL UNLOAD REBUILDS 
008500*                   THE KEY TABLE.                                
008600*                                                                 
008700 ENVIRONMENT DIVISION.                                            
008800 CONFIGURATION SECTION.                                           
008900 SOURCE-COMPUTER. IBM-370.                                        
009000 OBJECT-COMPUTER. IBM-370.                                        
009100 INPUT-OUTPUT SECTION.                                            
009200 FILE-CONTROL.                                                    
009300     SELECT CEASER-KEY-FILE ASSIGN TO CEASKEY                     
009400         ORGANIZATION IS INDEXED                                  
009500        ACCESS MODE IS DYNAMIC                                    
009600        RECORD KEY IS CK-KEY                                      
009700         FILE STATUS IS CM-KEY-FILE-STATUS.                       
009800     SELECT MAINT-TRANSACTION-FILE ASSIGN TO CEASTRAN             
009900         ORGANIZATION IS SEQUENTIAL.                              
010000     SELECT MAINT-REGISTER-FILE ASSIGN TO CEASMREG                
010100         ORGANIZATION IS SEQUENTIAL.                              
010200     SELECT KEY-CHANGE-LOG-FILE ASSIGN TO CEASKLOG                
010300         ORGANIZATION IS SEQUENTIAL.                              
010400*                                                                 
010500 DATA DIVISION.                                                   
010600 FILE SECTION.                                                    
010700 FD  CEASER-KEY-FILE                                              
010800     RECORD CONTAINS 128 CHARACTERS.                              
010900     COPY CIPHERKY.                                               
011000*                                                                 
011100*    MAINTENANCE TRANSACTION CARD - ONE CARD PER ACTION.          
011200*    COLUMNS  1- 6  ACTION - ADD, RETIRE, APPROV, REJECT OR       
011300*                   COMPRO (DECLARE COMPROMISED).                 
011400*    COLUMNS  7-14  KEY-ID.                                       
011500*    COLUMNS 15-22  EFFECTIVE DATE (YYYYMMDD).                    
011600*    COLUMN     23  KEY TYPE - C (OR BLANK) CAESAR, V VIGENERE.   
011700*    COLUMNS 24-25  SHIFT VALUE 01-25 (TYPE C ADD ONLY).          
011800*    COLUMN     26  DIGIT OPTION - Y CIPHERS DIGITS 0-9 TOO.      
011900*    COLUMNS 27-46  KEYWORD (TYPE V ADD ONLY).                    
012000*    COLUMNS 27-34  COMPROMISE AS-OF DATE (COMPRO ONLY) - THE     
012100*                   DATE THE EXPOSURE IS BELIEVED TO HAVE BEGUN.  
012200*                   BLANK TAKES THE GENERATION'S EFFECTIVE DATE.  
012300*    COLUMNS 47-76  DESCRIPTION.                                  
012400*    COLUMNS 77-80  RESERVED.                                     
012500 FD  MAINT-TRANSACTION-FILE                                       
012600     RECORDING MODE IS F                                          
012700     RECORD CONTAINS 80 CHARACTERS.                               
012800 01  CM-TRAN-REC.                                                 
012900     05  CM-TRAN-ACTION          PIC X(06).                       
013000     05  CM-TRAN-KEY-ID          PIC X(08).                       
013100     05  CM-TRAN-EFF-DATE        PIC X(08).                       
013200     05  CM-TRAN-KEY-TYPE        PIC X(01).                       
013300     05  CM-TRAN-SHIFT           PIC X(02).                       
013400     05  CM-TRAN-DIGIT           PIC X(01).                       
013500     05  CM-TRAN-KEYWORD         PIC X(20).                       
013600     05  CM-TRAN-COMPRO-FIELDS REDEFINES CM-TRAN-KEYWORD.         
013700         10  CM-TRAN-AS-OF-DATE  PIC X(08).                       
013800         10  FILLER              PIC X(12).                       
013900     05  CM-TRAN-DESC            PIC X(30).                       
014000     05  FILLER                  PIC X(04).                       
014100*                                                                 
014200 FD  MAINT-REGISTER-FILE                                          
014300     RECORDING MODE IS F                                          
014400     RECORD CONTAINS 132 CHARACTERS.                              
014500 01  CM-REGISTER-REC             PIC X(132).                      
014600*                                                                 
014700*    KEY-CHANGE HISTORY LOG - ONE RECORD PER APPLIED CHANGE,      
014800*    MENU OR BATCH. OPENED EXTEND SO THE HISTORY ACCUMULATES      
014900*    ACROSS RUNS. IT IS ALSO THE FORWARD-RECOVERY LOG CEASKRC     
015000*    ROLLS OVER A CEASKUL UNLOAD, SO EVERY APPLIED CHANGE MUST    
015100*    REACH IT. LAYOUT IN THE KEYLOG COPYBOOK.                     
015200 FD  KEY-CHANGE-LOG-FILE                                          
015300     RECORDING MODE IS F                                          
015400     RECORD CONTAINS 150 CHARACTERS.                              
015500     COPY KEYLOG.                                                 
015600*                                                                 
015700 WORKING-STORAGE SECTION.                                         
015800*                                                                 
015900*    MENU AND OPERATOR INPUT FIELDS.                              
016000 77  CM-MENU-CHOICE               PIC X(01) VALUE SPACE.          
016100 77  CM-KEY-ID-INPUT              PIC X(08) VALUE SPACES.         
016200 77  CM-NEW-SHIFT                 PIC 9(02) VALUE ZERO.           
016300*                                                                 
016400*    USER ID OF THE PERSON MAKING THE CHANGES - KEYED AT THE      
016500*    CONSOLE IN MENU MODE, TAKEN FROM THE PARM IN BATCH MODE.     
016600*    AN APPROV OR REJECT IS REFUSED WHEN IT MATCHES THE MAKER.    
016700 77  CM-USER-ID                   PIC X(08) VALUE SPACES.         
016800 77  CM-PARM-USER-LENGTH          PIC S9(4) COMP VALUE ZERO.      
016900*                                                                 
017000*    GENERATION BROWSE FIELDS FOR THE VIEW FUNCTION.              
017100 77  CM-GENVIEW-EOF-SWITCH        PIC X(01) VALUE "N".            
017200     88  CM-GENVIEW-EOF                     VALUE "Y".            
017300 77  CM-GEN-COUNT                 PIC 9(03) COMP VALUE ZERO.      
017400*                                                                 
017500*    PROGRAM SWITCHES.                                            
017600 77  CM-EXIT-SWITCH               PIC X(01) VALUE "N".            
017700     88  CM-DONE                             VALUE "Y".           
017800 77  CM-MODE-SWITCH               PIC X(01) VALUE "M".            
017900     88  CM-BATCH-MODE                       VALUE "B".           
018000 77  CM-TRAN-EOF-SWITCH           PIC X(01) VALUE "N".            
018100     88  CM-END-OF-TRANS                     VALUE "Y".           
018200*                                                                 
018300*    FILE STATUS FOR CEASER-KEY-FILE.                             
018400 77  CM-KEY-FILE-STATUS           PIC X(02) VALUE SPACES.         
018500 77  CM-FILE-OPEN-SWITCH          PIC X(01) VALUE "N".            
018600     88  CM-FILE-IS-OPEN                    VALUE "Y".            
018700*                                                                 
018800*    SHARED TRANSACTION WORK AREA - FILLED FROM THE CONSOLE IN    
018900*    MENU MODE OR FROM A CEASTRAN CARD IN BATCH MODE, THEN RUN    
019000*    THROUGH THE SAME VALIDATE-AND-APPLY PATH SO BOTH MODES       
019100*    ENFORCE THE SAME EDITS AND FEED THE SAME HISTORY LOG.        
019200 77  CM-WRK-ACTION                PIC X(06) VALUE SPACES.         
019300 77  CM-WRK-KEY-ID                PIC X(08) VALUE SPACES.         
019400 77  CM-WRK-EFF-DATE              PIC X(08) VALUE SPACES.         
019500 77  CM-WRK-KEY-TYPE              PIC X(01) VALUE SPACE.          
019600 77  CM-WRK-SHIFT-X               PIC X(02) VALUE SPACES.         
019700 77  CM-WRK-SHIFT                 PIC 9(02) VALUE ZERO.           
019800 77  CM-WRK-DIGIT                 PIC X(01) VALUE "N".            
019900 77  CM-WRK-KEYWORD               PIC X(20) VALUE SPACES.         
020000 77  CM-WRK-DESC                  PIC X(30) VALUE SPACES.         
020100 77  CM-WRK-MAKER-ID              PIC X(08) VALUE SPACES.         
020200 77  CM-WRK-MAKER-DATE            PIC 9(08) VALUE ZERO.           
020300 77  CM-WRK-MAKER-TIME            PIC 9(06) VALUE ZERO.           
020400 77  CM-WRK-AS-OF-DATE            PIC X(08) VALUE SPACES.         
020500 77  CM-WRK-COMPROMISE-DATE       PIC 9(08) VALUE ZERO.           
020600 77  CM-CHANGE-SOURCE             PIC X(05) VALUE "MENU".         
020700 77  CM-VALID-SWITCH              PIC X(01) VALUE "N".            
020800     88  CM-TRAN-VALID                       VALUE "Y".           
020900 77  CM-APPLIED-SWITCH            PIC X(01) VALUE "N".            
021000     88  CM-TRAN-APPLIED                     VALUE "Y".           
021100 77  CM-REJECT-REASON             PIC X(40) VALUE SPACES.         
021200*                                                                 
021300*    RUN STAMP FIELDS FOR THE HISTORY LOG.                        
021400 77  CM-RUN-DATE                  PIC 9(08) VALUE ZERO.           
021500 77  CM-RUN-TIME                  PIC 9(08) VALUE ZERO.           
021600 77  CM-WRK-DATE-NUM              PIC 9(08) VALUE ZERO.           
021700*                                                                 
021800*    TIMESTAMP OF THE CHANGE BEING APPLIED - TAKEN AFRESH FOR     
021900*    EACH CHANGE, SINCE A MENU SESSION CAN STAY OPEN FOR HOURS.   
022000 77  CM-CHANGE-DATE               PIC 9(08) VALUE ZERO.           
022100 77  CM-CHANGE-TIME               PIC 9(08) VALUE ZERO.           
022200*                                                                 
022300*    BATCH REGISTER COUNTERS AND PAGE CONTROL. THE LINE COUNT     
022400*    STARTS PAST THE PAGE LIMIT SO THE FIRST PRINTED LINE         
022500*    FORCES THE FIRST PAGE HEADING.                               
022600 77  CM-CARDS-READ                PIC 9(05) COMP VALUE ZERO.      
022700 77  CM-CARDS-APPLIED             PIC 9(05) COMP VALUE ZERO.      
022800 77  CM-CARDS-REJECTED            PIC 9(05) COMP VALUE ZERO.      
022900 77  CM-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
023000 77  CM-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
023100 77  CM-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
023200*                                                                 
023300*    REGISTER LINE LAYOUTS.                                       
023400 01  CM-PRINT-LINE                PIC X(132) VALUE SPACES.        
023500*                                                                 
023600 01  CM-HEADING-1.                                                
023700     05  FILLER                  PIC X(08) VALUE "CEASMNT ".      
023800     05  FILLER                  PIC X(32) VALUE SPACES.          
023900     05  FILLER                  PIC X(36) VALUE                  
024000         "KEY MAINTENANCE TRANSACTION REGISTER".                  
024100     05  FILLER                  PIC X(38) VALUE SPACES.          
024200     05  FILLER                  PIC X(05) VALUE "PAGE ".         
024300     05  CM-HEAD-PAGE            PIC ZZZ9.                        
024400     05  FILLER                  PIC X(09) VALUE SPACES.          
024500*                                                                 
024600 01  CM-HEADING-2.                                                
024700     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
024800     05  CM-HEAD-RUN-DATE        PIC 9(08).                       
024900     05  FILLER                  PIC X(04) VALUE SPACES.          
025000     05  FILLER                  PIC X(08) VALUE "USER ID ".      
025100     05  CM-HEAD-USER-ID         PIC X(08).                       
025200     05  FILLER                  PIC X(95) VALUE SPACES.          
025300*                                                                 
025400 01  CM-COLUMN-HEADER-LINE.                                       
025500     05  FILLER                  PIC X(01) VALUE SPACE.           
025600     05  FILLER                  PIC X(07) VALUE "CARD".          
025700     05  FILLER                  PIC X(08) VALUE "ACTION".        
025800     05  FILLER                  PIC X(10) VALUE "KEY-ID".        
025900     05  FILLER                  PIC X(10) VALUE "EFF DATE".      
026000     05  FILLER                  PIC X(03) VALUE "T".             
026100     05  FILLER                  PIC X(10) VALUE "DISP".          
026200     05  FILLER                  PIC X(06) VALUE "REASON".        
026300     05  FILLER                  PIC X(77) VALUE SPACES.          
026400*                                                                 
026500 01  CM-DETAIL-LINE.                                              
026600     05  FILLER                  PIC X(01) VALUE SPACE.           
026700     05  CM-DET-CARD             PIC ZZZZ9.                       
026800     05  FILLER                  PIC X(02) VALUE SPACES.          
026900     05  CM-DET-ACTION           PIC X(06).                       
027000     05  FILLER                  PIC X(02) VALUE SPACES.          
027100     05  CM-DET-KEY-ID           PIC X(08).                       
027200     05  FILLER                  PIC X(02) VALUE SPACES.          
027300     05  CM-DET-EFF-DATE         PIC X(08).                       
027400     05  FILLER                  PIC X(02) VALUE SPACES.          
027500     05  CM-DET-TYPE             PIC X(01).                       
027600     05  FILLER                  PIC X(02) VALUE SPACES.          
027700     05  CM-DET-DISP             PIC X(08).                       
027800     05  FILLER                  PIC X(02) VALUE SPACES.          
027900     05  CM-DET-REASON           PIC X(40).                       
028000     05  FILLER                  PIC X(43) VALUE SPACES.          
028100*                                                                 
028200 01  CM-COUNT-LINE.                                               
028300     05  FILLER                  PIC X(05) VALUE SPACES.          
028400     05  CM-COUNT-LABEL          PIC X(25).                       
028500     05  CM-COUNT-VALUE          PIC ZZZ,ZZ9.                     
028600     05  FILLER                  PIC X(95) VALUE SPACES.          
028700*                                                                 
028800 LINKAGE SECTION.                                                 
028900 01  LK-PARM-AREA.                                                
029000     05  LK-PARM-LENGTH           PIC S9(4) COMP.                 
029100     05  LK-PARM-DATA             PIC X(14).                      
029200*                                                                 
029300 PROCEDURE DIVISION USING LK-PARM-AREA.                           
029400***************************************************************** 
029500* 0000-MAINLINE - PROGRAM ENTRY POINT. A PARM OF BATCH RUNS      *
029600* THE TRANSACTION FILE; ANYTHING ELSE IS THE OPERATOR MENU.      *
029700* BATCH MODE TAKES THE SUBMITTER'S USER ID AFTER THE COMMA -     *
029800* PARM='BATCH,USERID'.                                           *
029900***************************************************************** 
030000 0000-MAINLINE.                                                   
030100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
030200     IF NOT CM-DONE                                               
030300         IF CM-BATCH-MODE                                         
030400             PERFORM 3000-PROCESS-BATCH THRU 3000-EXIT            
030500         ELSE                                                     
030600             PERFORM 2000-PROCESS-MENU THRU 2000-EXIT             
030700                 UNTIL CM-DONE                                    
030800         END-IF                                                   
030900     END-IF.                                                      
031000     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
031100     STOP RUN.                                                    
031200*                                                                 
031300***************************************************************** 
031400* 1000-INITIALIZE - PICK THE RUN MODE FROM THE PARM, OPEN THE    *
031500* KEY TABLE FOR UPDATE AND THE HISTORY LOG FOR APPEND, AND       *
031600* ESTABLISH WHO IS MAKING THE CHANGES.                           *
031700***************************************************************** 
031800 1000-INITIALIZE.                                                 
031900     IF LK-PARM-LENGTH > ZERO AND LK-PARM-DATA(1:5) = "BATCH"     
032000         MOVE "B" TO CM-MODE-SWITCH                               
032100         MOVE "BATCH" TO CM-CHANGE-SOURCE                         
032200         IF LK-PARM-LENGTH > 6                                    
032300             COMPUTE CM-PARM-USER-LENGTH = LK-PARM-LENGTH - 6     
032400             IF CM-PARM-USER-LENGTH > 8                           
032500                 MOVE 8 TO CM-PARM-USER-LENGTH                    
032600             END-IF                                               
032700             MOVE LK-PARM-DATA(7:CM-PARM-USER-LENGTH)             
032800                 TO CM-USER-ID                                    
032900         END-IF                                                   
033000     END-IF.                                                      
033100     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.                       
033200     ACCEPT CM-RUN-TIME FROM TIME.                                
033300     OPEN I-O CEASER-KEY-FILE.                                    
033400     IF CM-KEY-FILE-STATUS = "00"                                 
033500         SET CM-FILE-IS-OPEN TO TRUE                              
033600     ELSE                                                         
033700         DISPLAY "CEASMNT0006 - CEASKEY OPEN FAILED, STATUS "     
033800             CM-KEY-FILE-STATUS                                   
033900         SET CM-DONE TO TRUE                                      
034000*        A SCHEDULED BATCH DECK THAT APPLIED NOTHING MUST NOT     
034100*        LOOK LIKE A CLEAN RUN TO THE SCHEDULER.                  
034200         IF CM-BATCH-MODE                                         
034300             MOVE 16 TO RETURN-CODE                               
034400         END-IF                                                   
034500     END-IF.                                                      
034600     IF CM-FILE-IS-OPEN                                           
034700         OPEN EXTEND KEY-CHANGE-LOG-FILE                          
034800         PERFORM 1100-GET-USER-ID THRU 1100-EXIT                  
034900     END-IF.                                                      
035000 1000-EXIT.                                                       
035100     EXIT.                                                        
035200*                                                                 
035300***************************************************************** 
035400* 1100-GET-USER-ID - A CHANGE WITH NO USER ID BEHIND IT CANNOT   *
035500* BE HELD TO DUAL CONTROL, SO NOTHING IS APPLIED WITHOUT ONE.    *
035600* THE MENU ASKS FOR IT; A BATCH DECK MUST CARRY IT ON THE PARM.  *
035700***************************************************************** 
035800 1100-GET-USER-ID.                                                
035900     IF NOT CM-BATCH-MODE                                         
036000         DISPLAY "ENTER YOUR USER ID: "                           
036100         ACCEPT CM-USER-ID                                        
036200     END-IF.                                                      
036300     IF CM-USER-ID = SPACES                                       
036400         IF CM-BATCH-MODE                                         
036500             DISPLAY "CEASMNT0012 - NO USER ID ON THE PARM - "    
036600                 "CODE PARM='BATCH,USERID'"                       
036700             MOVE 16 TO RETURN-CODE                               
036800         ELSE                                                     
036900             DISPLAY "CEASMNT0012 - A USER ID IS REQUIRED"        
037000         END-IF                                                   
037100         SET CM-DONE TO TRUE                                      
037200     END-IF.                                                      
037300 1100-EXIT.                                                       
037400     EXIT.                                                        
037500*                                                                 
037600***************************************************************** 
037700* 2000-PROCESS-MENU - DISPLAY THE MENU, READ THE OPERATOR'S      *
037800* CHOICE, AND ROUTE TO THE PARAGRAPH THAT HANDLES IT.            *
037900***************************************************************** 
038000 2000-PROCESS-MENU.                                               
038100     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.                    
038200     ACCEPT CM-MENU-CHOICE.                                       
038300     EVALUATE CM-MENU-CHOICE                                      
038400         WHEN "1"                                                 
038500             PERFORM 2200-VIEW-KEY-GENERATIONS THRU 2200-EXIT     
038600         WHEN "2"                                                 
038700             PERFORM 2300-ADD-KEY-GENERATION THRU 2300-EXIT       
038800         WHEN "3"                                                 
038900             PERFORM 2400-RETIRE-KEY-GENERATION THRU 2400-EXIT    
039000         WHEN "4"                                                 
039100             PERFORM 2500-APPROVE-KEY-GENERATION THRU 2500-EXIT   
039200         WHEN "5"                                                 
039300             PERFORM 2600-REJECT-KEY-GENERATION THRU 2600-EXIT    
039400         WHEN "6"                                                 
039500             PERFORM 2700-COMPROMISE-KEY-GENERATION THRU 2700-EXIT
039600         WHEN "7"                                                 
039700             SET CM-DONE TO TRUE                                  
039800         WHEN OTHER                                               
039900             DISPLAY "CEASMNT0001 - INVALID CHOICE, ENTER 1-7"    
040000     END-EVALUATE.                                                
040100 2000-EXIT.                                                       
040200     EXIT.                                                        
040300*                                                                 
040400 2100-DISPLAY-MENU.                                               
040500     DISPLAY " ".                                                 
040600     DISPLAY "CEASER CIPHER KEY MAINTENANCE".                     
040700     DISPLAY "1. VIEW THE GENERATIONS OF A KEY".                  
040800     DISPLAY "2. ADD A KEY GENERATION".                           
040900     DISPLAY "3. RETIRE A KEY GENERATION".                        
041000     DISPLAY "4. APPROVE A PENDING KEY GENERATION".               
041100     DISPLAY "5. REJECT A PENDING KEY GENERATION".                
041200     DISPLAY "6. DECLARE A KEY GENERATION COMPROMISED".           
041300     DISPLAY "7. EXIT".                                           
041400     DISPLAY "ENTER CHOICE: ".                                    
041500 2100-EXIT.                                                       
041600     EXIT.                                                        
041700*                                                                 
041800***************************************************************** 
041900* 2200-VIEW-KEY-GENERATIONS - LIST EVERY DATED GENERATION ON     *
042000* FILE FOR A KEY-ID, OLDEST EFFECTIVE DATE FIRST.                *
042100***************************************************************** 
042200 2200-VIEW-KEY-GENERATIONS.                                       
042300     DISPLAY "ENTER KEY-ID: ".                                    
042400     ACCEPT CM-KEY-ID-INPUT.                                      
042500     MOVE "N" TO CM-GENVIEW-EOF-SWITCH.                           
042600     MOVE ZERO TO CM-GEN-COUNT.                                   
042700     MOVE CM-KEY-ID-INPUT TO CK-KEY-ID.                           
042800     MOVE ZERO TO CK-EFFECTIVE-DATE.                              
042900     START CEASER-KEY-FILE KEY IS NOT LESS THAN CK-KEY            
043000         INVALID KEY                                              
043100             SET CM-GENVIEW-EOF TO TRUE                           
043200     END-START.                                                   
043300     PERFORM 2210-DISPLAY-NEXT-GENERATION THRU 2210-EXIT          
043400         UNTIL CM-GENVIEW-EOF.                                    
043500     IF CM-GEN-COUNT = ZERO                                       
043600         DISPLAY "CEASMNT0002 - KEY-ID " CM-KEY-ID-INPUT          
043700             " NOT FOUND"                                         
043800     END-IF.                                                      
043900 2200-EXIT.                                                       
044000     EXIT.                                                        
044100*                                                                 
044200 2210-DISPLAY-NEXT-GENERATION.                                    
044300     READ CEASER-KEY-FILE NEXT RECORD                             
044400         AT END                                                   
044500             SET CM-GENVIEW-EOF TO TRUE                           
044600         NOT AT END                                               
044700             IF CK-KEY-ID NOT = CM-KEY-ID-INPUT                   
044800                 SET CM-GENVIEW-EOF TO TRUE                       
044900             ELSE                                                 
045000                 ADD 1 TO CM-GEN-COUNT                            
045100                 DISPLAY " "                                      
045200                 DISPLAY "KEY-ID..........: " CK-KEY-ID           
045300                 DISPLAY "EFFECTIVE DATE..: " CK-EFFECTIVE-DATE   
045400                 DISPLAY "SHIFT VALUE.....: " CK-SHIFT-VALUE      
045500                 DISPLAY "STATUS..........: " CK-STATUS           
045600                 DISPLAY "DIGIT OPTION....: " CK-DIGIT-OPTION     
045700                 DISPLAY "KEY TYPE........: " CK-KEY-TYPE         
045800                 IF CK-TYPE-VIGENERE                              
045900                     DISPLAY "KEYWORD.........: " CK-KEYWORD      
046000                 END-IF                                           
046100                 DISPLAY "DESCRIPTION.....: " CK-DESCRIPTION      
046200                 DISPLAY "ENTERED BY......: " CK-MAKER-ID " "     
046300                     CK-MAKER-DATE " " CK-MAKER-TIME              
046400                 DISPLAY "CHECKED BY......: " CK-CHECKER-ID " "   
046500                     CK-CHECKER-DATE " " CK-CHECKER-TIME          
046600                 IF CK-GEN-COMPROMISED                            
046700                     DISPLAY "COMPROMISED AS OF: "                
046800                         CK-COMPROMISE-DATE                       
046900                 END-IF                                           
047000             END-IF                                               
047100     END-READ.                                                    
047200 2210-EXIT.                                                       
047300     EXIT.                                                        
047400*                                                                 
047500***************************************************************** 
047600* 2300-ADD-KEY-GENERATION - GATHER AN ADD FROM THE CONSOLE AND   *
047700* RUN IT THROUGH THE SHARED VALIDATE-AND-APPLY PATH. A FUTURE    *
047800* EFFECTIVE DATE STAGES THE GENERATION AHEAD OF ITS CUTOVER -    *
047900* CEASER WILL NOT SELECT IT UNTIL THE RUN DATE REACHES IT. EVERY *
048000* NEW GENERATION IS WRITTEN PENDING APPROVAL BY A SECOND USER.   *
048100* EXISTING GENERATIONS ARE NEVER OVERWRITTEN.                    *
048200***************************************************************** 
048300 2300-ADD-KEY-GENERATION.                                         
048400     MOVE "ADD" TO CM-WRK-ACTION.                                 
048500     MOVE SPACES TO CM-WRK-KEYWORD.                               
048600     MOVE SPACES TO CM-WRK-SHIFT-X.                               
048700     MOVE "N" TO CM-WRK-DIGIT.                                    
048800     DISPLAY "ENTER KEY-ID: ".                                    
048900     ACCEPT CM-WRK-KEY-ID.                                        
049000     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): ".                 
049100     ACCEPT CM-WRK-EFF-DATE.                                      
049200     DISPLAY "ENTER KEY TYPE (C=CAESAR SHIFT, V=VIGENERE): ".     
049300     ACCEPT CM-WRK-KEY-TYPE.                                      
049400     IF CM-WRK-KEY-TYPE = "V"                                     
049500         DISPLAY "ENTER KEYWORD (1-20 LETTERS): "                 
049600         ACCEPT CM-WRK-KEYWORD                                    
049700     ELSE                                                         
049800         DISPLAY "ENTER SHIFT VALUE (1-25): "                     
049900         ACCEPT CM-NEW-SHIFT                                      
050000         MOVE CM-NEW-SHIFT TO CM-WRK-SHIFT-X                      
050100         DISPLAY "CIPHER DIGITS 0-9 TOO? (Y/N): "                 
050200         ACCEPT CM-WRK-DIGIT                                      
050300     END-IF.                                                      
050400     DISPLAY "ENTER DESCRIPTION: ".                               
050500     ACCEPT CM-WRK-DESC.                                          
050600     PERFORM 5000-VALIDATE-TRANSACTION THRU 5000-EXIT.            
050700     IF CM-TRAN-VALID                                             
050800         PERFORM 5100-APPLY-TRANSACTION THRU 5100-EXIT            
050900     END-IF.                                                      
051000     PERFORM 2350-REPORT-MENU-RESULT THRU 2350-EXIT.              
051100 2300-EXIT.                                                       
051200     EXIT.                                                        
051300*                                                                 
051400***************************************************************** 
051500* 2350-REPORT-MENU-RESULT - TELL THE OPERATOR WHAT BECAME OF     *
051600* THE CHANGE JUST ENTERED.                                       *
051700***************************************************************** 
051800 2350-REPORT-MENU-RESULT.                                         
051900     IF CM-TRAN-APPLIED                                           
052000         DISPLAY "KEY-ID " CM-WRK-KEY-ID " GENERATION "           
052100             CM-WRK-EFF-DATE " " CM-WRK-ACTION " APPLIED"         
052200     ELSE                                                         
052300         DISPLAY "CEASMNT0011 - REJECTED: " CM-REJECT-REASON      
052400     END-IF.                                                      
052500 2350-EXIT.                                                       
052600     EXIT.                                                        
052700*                                                                 
052800***************************************************************** 
052900* 2400-RETIRE-KEY-GENERATION - GATHER A RETIRE FROM THE CONSOLE  *
053000* AND RUN IT THROUGH THE SHARED VALIDATE-AND-APPLY PATH. THE     *
053100* RECORD STAYS ON FILE FOR THE AUDIT RECORD - RETIRING IS NOT    *
053200* DELETING.                                                      *
053300***************************************************************** 
053400 2400-RETIRE-KEY-GENERATION.                                      
053500     MOVE "RETIRE" TO CM-WRK-ACTION.                              
053600     PERFORM 2450-ENTER-STATUS-CHANGE THRU 2450-EXIT.             
053700 2400-EXIT.                                                       
053800     EXIT.                                                        
053900*                                                                 
054000***************************************************************** 
054100* 2450-ENTER-STATUS-CHANGE - GATHER THE GENERATION FOR A         *
054200* RETIRE, APPROV, REJECT OR COMPRO FROM THE CONSOLE AND RUN IT   *
054300* THROUGH THE SHARED VALIDATE-AND-APPLY PATH.                    *
054400***************************************************************** 
054500 2450-ENTER-STATUS-CHANGE.                                        
054600     MOVE SPACE TO CM-WRK-KEY-TYPE.                               
054700     MOVE SPACES TO CM-WRK-SHIFT-X.                               
054800     MOVE SPACES TO CM-WRK-KEYWORD.                               
054900     MOVE SPACES TO CM-WRK-DESC.                                  
055000     MOVE SPACES TO CM-WRK-AS-OF-DATE.                            
055100     MOVE "N" TO CM-WRK-DIGIT.                                    
055200     DISPLAY "ENTER KEY-ID: ".                                    
055300     ACCEPT CM-WRK-KEY-ID.                                        
055400     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): ".                 
055500     ACCEPT CM-WRK-EFF-DATE.                                      
055600     IF CM-WRK-ACTION = "COMPRO"                                  
055700         DISPLAY "ENTER COMPROMISE AS-OF DATE (YYYYMMDD), "       
055800             "BLANK FOR THE EFFECTIVE DATE: "                     
055900         ACCEPT CM-WRK-AS-OF-DATE                                 
056000     END-IF.                                                      
056100     PERFORM 5000-VALIDATE-TRANSACTION THRU 5000-EXIT.            
056200     IF CM-TRAN-VALID                                             
056300         PERFORM 5100-APPLY-TRANSACTION THRU 5100-EXIT            
056400     END-IF.                                                      
056500     PERFORM 2350-REPORT-MENU-RESULT THRU 2350-EXIT.              
056600 2450-EXIT.                                                       
056700     EXIT.                                                        
056800*                                                                 
056900***************************************************************** 
057000* 2500-APPROVE-KEY-GENERATION - THE CHECKER'S HALF OF DUAL       *
057100* CONTROL: MAKE A PENDING GENERATION ACTIVE. REFUSED WHEN THE    *
057200* CHECKER IS THE USER WHO ENTERED IT.                            *
057300***************************************************************** 
057400 2500-APPROVE-KEY-GENERATION.                                     
057500     MOVE "APPROV" TO CM-WRK-ACTION.                              
057600     PERFORM 2450-ENTER-STATUS-CHANGE THRU 2450-EXIT.             
057700 2500-EXIT.                                                       
057800     EXIT.                                                        
057900*                                                                 
058000***************************************************************** 
058100* 2600-REJECT-KEY-GENERATION - TURN DOWN A PENDING GENERATION.   *
058200* IT STAYS ON FILE, STATUS X, FOR THE RECORD AND IS NEVER        *
058300* SELECTED.                                                      *
058400***************************************************************** 
058500 2600-REJECT-KEY-GENERATION.                                      
058600     MOVE "REJECT" TO CM-WRK-ACTION.                              
058700     PERFORM 2450-ENTER-STATUS-CHANGE THRU 2450-EXIT.             
058800 2600-EXIT.                                                       
058900     EXIT.                                                        
059000*                                                                 
059100***************************************************************** 
059200* 2700-COMPROMISE-KEY-GENERATION - A PARTNER HAS REPORTED THAT   *
059300* A KEY MAY HAVE LEAKED. MARK THE GENERATION C AS OF THE DATE    *
059400* THE EXPOSURE IS BELIEVED TO HAVE BEGUN. NO PROGRAM SELECTS IT  *
059500* AGAIN, AND THE IMPACT RUN (CEASIMP) WORKS OUT WHAT WENT UNDER  *
059600* IT. THIS IS AN EMERGENCY STOP, SO LIKE RETIRE IT NEEDS NO      *
059700* SECOND USER.                                                   *
059800***************************************************************** 
059900 2700-COMPROMISE-KEY-GENERATION.                                  
060000     MOVE "COMPRO" TO CM-WRK-ACTION.                              
060100     PERFORM 2450-ENTER-STATUS-CHANGE THRU 2450-EXIT.             
060200 2700-EXIT.                                                       
060300     EXIT.                                                        
060400*                                                                 
060500***************************************************************** 
060600* 3000-PROCESS-BATCH - READ THE MAINTENANCE TRANSACTION FILE,    *
060700* RUN EACH CARD THROUGH THE SHARED VALIDATE-AND-APPLY PATH,      *
060800* AND PRINT THE APPLIED/REJECTED REGISTER. ANY REJECTED CARD     *
060900* LEAVES A WARNING RETURN CODE FOR THE SCHEDULER.                *
061000***************************************************************** 
061100 3000-PROCESS-BATCH.                                              
061200     OPEN INPUT MAINT-TRANSACTION-FILE.                           
061300     OPEN OUTPUT MAINT-REGISTER-FILE.                             
061400     MOVE CM-RUN-DATE TO CM-HEAD-RUN-DATE.                        
061500     MOVE CM-USER-ID TO CM-HEAD-USER-ID.                          
061600     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.                
061700     PERFORM 3200-PROCESS-ONE-CARD THRU 3200-EXIT                 
061800         UNTIL CM-END-OF-TRANS.                                   
061900     PERFORM 3400-PRINT-BATCH-TOTALS THRU 3400-EXIT.              
062000     CLOSE MAINT-TRANSACTION-FILE.                                
062100     CLOSE MAINT-REGISTER-FILE.                                   
062200     IF CM-CARDS-REJECTED > ZERO                                  
062300         MOVE 4 TO RETURN-CODE                                    
062400     END-IF.                                                      
062500 3000-EXIT.                                                       
062600     EXIT.                                                        
062700*                                                                 
062800 3100-READ-TRANSACTION.                                           
062900     READ MAINT-TRANSACTION-FILE                                  
063000         AT END                                                   
063100             SET CM-END-OF-TRANS TO TRUE                          
063200     END-READ.                                                    
063300 3100-EXIT.                                                       
063400     EXIT.                                                        
063500*                                                                 
063600 3200-PROCESS-ONE-CARD.                                           
063700     ADD 1 TO CM-CARDS-READ.                                      
063800     MOVE CM-TRAN-ACTION TO CM-WRK-ACTION.                        
063900     MOVE CM-TRAN-KEY-ID TO CM-WRK-KEY-ID.                        
064000     MOVE CM-TRAN-EFF-DATE TO CM-WRK-EFF-DATE.                    
064100     MOVE CM-TRAN-KEY-TYPE TO CM-WRK-KEY-TYPE.                    
064200     MOVE CM-TRAN-SHIFT TO CM-WRK-SHIFT-X.                        
064300     MOVE CM-TRAN-DIGIT TO CM-WRK-DIGIT.                          
064400     MOVE CM-TRAN-KEYWORD TO CM-WRK-KEYWORD.                      
064500     MOVE CM-TRAN-AS-OF-DATE TO CM-WRK-AS-OF-DATE.                
064600     MOVE CM-TRAN-DESC TO CM-WRK-DESC.                            
064700     PERFORM 5000-VALIDATE-TRANSACTION THRU 5000-EXIT.            
064800     IF CM-TRAN-VALID                                             
064900         PERFORM 5100-APPLY-TRANSACTION THRU 5100-EXIT            
065000     END-IF.                                                      
065100     PERFORM 3300-PRINT-REGISTER-LINE THRU 3300-EXIT.             
065200     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.                
065300 3200-EXIT.                                                       
065400     EXIT.                                                        
065500*                                                                 
065600 3300-PRINT-REGISTER-LINE.                                        
065700     MOVE CM-CARDS-READ TO CM-DET-CARD.                           
065800     MOVE CM-WRK-ACTION TO CM-DET-ACTION.                         
065900     MOVE CM-WRK-KEY-ID TO CM-DET-KEY-ID.                         
066000     MOVE CM-WRK-EFF-DATE TO CM-DET-EFF-DATE.                     
066100     MOVE CM-WRK-KEY-TYPE TO CM-DET-TYPE.                         
066200     IF CM-TRAN-APPLIED                                           
066300         MOVE "APPLIED" TO CM-DET-DISP                            
066400         MOVE SPACES TO CM-DET-REASON                             
066500         ADD 1 TO CM-CARDS-APPLIED                                
066600     ELSE                                                         
066700         MOVE "REJECTED" TO CM-DET-DISP                           
066800         MOVE CM-REJECT-REASON TO CM-DET-REASON                   
066900         ADD 1 TO CM-CARDS-REJECTED                               
067000     END-IF.                                                      
067100     MOVE CM-DETAIL-LINE TO CM-PRINT-LINE.                        
067200     PERFORM 3500-PRINT-ONE-LINE THRU 3500-EXIT.                  
067300 3300-EXIT.                                                       
067400     EXIT.                                                        
067500*                                                                 
067600 3400-PRINT-BATCH-TOTALS.                                         
067700     MOVE SPACES TO CM-PRINT-LINE.                                
067800     PERFORM 3500-PRINT-ONE-LINE THRU 3500-EXIT.                  
067900     MOVE "CARDS READ" TO CM-COUNT-LABEL.                         
068000     MOVE CM-CARDS-READ TO CM-COUNT-VALUE.                        
068100     MOVE CM-COUNT-LINE TO CM-PRINT-LINE.                         
068200     PERFORM 3500-PRINT-ONE-LINE THRU 3500-EXIT.                  
068300     MOVE "CARDS APPLIED" TO CM-COUNT-LABEL.                      
068400     MOVE CM-CARDS-APPLIED TO CM-COUNT-VALUE.                     
068500     MOVE CM-COUNT-LINE TO CM-PRINT-LINE.                         
068600     PERFORM 3500-PRINT-ONE-LINE THRU 3500-EXIT.                  
068700     MOVE "CARDS REJECTED" TO CM-COUNT-LABEL.                     
068800     MOVE CM-CARDS-REJECTED TO CM-COUNT-VALUE.                    
068900     MOVE CM-COUNT-LINE TO CM-PRINT-LINE.                         
069000     PERFORM 3500-PRINT-ONE-LINE THRU 3500-EXIT.                  
069100 3400-EXIT.                                                       
069200     EXIT.                                                        
069300*                                                                 
069400 3500-PRINT-ONE-LINE.                                             
069500     IF CM-LINE-COUNT > CM-LINES-PER-PAGE                         
069600         PERFORM 3600-PRINT-PAGE-HEADING THRU 3600-EXIT           
069700     END-IF.                                                      
069800     WRITE CM-REGISTER-REC FROM CM-PRINT-LINE                     
069900         AFTER ADVANCING 1 LINE.                                  
070000     ADD 1 TO CM-LINE-COUNT.                                      
070100 3500-EXIT.                                                       
070200     EXIT.                                                        
070300*                                                                 
070400 3600-PRINT-PAGE-HEADING.                                         
070500     ADD 1 TO CM-PAGE-COUNT.                                      
070600     MOVE CM-PAGE-COUNT TO CM-HEAD-PAGE.                          
070700     WRITE CM-REGISTER-REC FROM CM-HEADING-1                      
070800         AFTER ADVANCING PAGE.                                    
070900     WRITE CM-REGISTER-REC FROM CM-HEADING-2                      
071000         AFTER ADVANCING 1 LINE.                                  
071100     MOVE SPACES TO CM-REGISTER-REC.                              
071200     WRITE CM-REGISTER-REC AFTER ADVANCING 1 LINE.                
071300     WRITE CM-REGISTER-REC FROM CM-COLUMN-HEADER-LINE             
071400         AFTER ADVANCING 1 LINE.                                  
071500     MOVE SPACES TO CM-REGISTER-REC.                              
071600     WRITE CM-REGISTER-REC AFTER ADVANCING 1 LINE.                
071700     MOVE 5 TO CM-LINE-COUNT.                                     
071800 3600-EXIT.                                                       
071900     EXIT.                                                        
072000*                                                                 
072100***************************************************************** 
072200* 5000-VALIDATE-TRANSACTION - EDIT THE TRANSACTION IN THE WORK   *
072300* AREA. A FAILED EDIT LEAVES THE REASON FOR THE REGISTER OR      *
072400* THE OPERATOR; NOTHING TOUCHES THE KEY TABLE UNLESS EVERY       *
072500* EDIT PASSES.                                                   *
072600***************************************************************** 
072700 5000-VALIDATE-TRANSACTION.                                       
072800     MOVE "N" TO CM-VALID-SWITCH.                                 
072900     MOVE "N" TO CM-APPLIED-SWITCH.                               
073000     MOVE SPACES TO CM-REJECT-REASON.                             
073100     IF CM-WRK-ACTION NOT = "ADD" AND CM-WRK-ACTION NOT = "RETIRE"
073200             AND CM-WRK-ACTION NOT = "APPROV"                     
073300             AND CM-WRK-ACTION NOT = "REJECT"                     
073400             AND CM-WRK-ACTION NOT = "COMPRO"                     
073500         MOVE "ACTION CODE NOT RECOGNIZED" TO CM-REJECT-REASON    
073600         GO TO 5000-EXIT                                          
073700     END-IF.                                                      
073800     IF CM-WRK-KEY-ID = SPACES                                    
073900         MOVE "KEY-ID IS BLANK" TO CM-REJECT-REASON               
074000         GO TO 5000-EXIT                                          
074100     END-IF.                                                      
074200     IF CM-WRK-EFF-DATE NOT NUMERIC                               
074300             OR CM-WRK-EFF-DATE = "00000000"                      
074400         MOVE "EFFECTIVE DATE NOT A VALID YYYYMMDD"               
074500             TO CM-REJECT-REASON                                  
074600         GO TO 5000-EXIT                                          
074700     END-IF.                                                      
074800*    THE DATE MUST ALSO BE A REAL CALENDAR DATE - A HAND-KEYED    
074900*    20261332 WOULD OTHERWISE SIT ON CEASKEY AS A GENERATION      
075000*    WAITING TO SPRING TO LIFE. THE LOOKUP PROGRAMS RELY ON       
075100*    THIS EDIT.                                                   
075200     MOVE CM-WRK-EFF-DATE TO CM-WRK-DATE-NUM.                     
075300     IF FUNCTION INTEGER-OF-DATE(CM-WRK-DATE-NUM) = ZERO          
075400         MOVE "EFFECTIVE DATE NOT A VALID YYYYMMDD"               
075500             TO CM-REJECT-REASON                                  
075600         GO TO 5000-EXIT                                          
075700     END-IF.                                                      
075800     EVALUATE CM-WRK-ACTION                                       
075900         WHEN "ADD"                                               
076000             PERFORM 5010-VALIDATE-ADD-FIELDS THRU 5010-EXIT      
076100         WHEN "COMPRO"                                            
076200             PERFORM 5020-VALIDATE-AS-OF-DATE THRU 5020-EXIT      
076300         WHEN OTHER                                               
076400             SET CM-TRAN-VALID TO TRUE                            
076500     END-EVALUATE.                                                
076600 5000-EXIT.                                                       
076700     EXIT.                                                        
076800*                                                                 
076900 5010-VALIDATE-ADD-FIELDS.                                        
077000     IF CM-WRK-KEY-TYPE = "V"                                     
077100         IF CM-WRK-KEYWORD = SPACES                               
077200             MOVE "KEYWORD IS BLANK" TO CM-REJECT-REASON          
077300         ELSE                                                     
077400             SET CM-TRAN-VALID TO TRUE                            
077500         END-IF                                                   
077600         GO TO 5010-EXIT                                          
077700     END-IF.                                                      
077800     IF CM-WRK-KEY-TYPE NOT = "C" AND CM-WRK-KEY-TYPE NOT = SPACE 
077900         MOVE "KEY TYPE NOT C OR V" TO CM-REJECT-REASON           
078000         GO TO 5010-EXIT                                          
078100     END-IF.                                                      
078200     IF CM-WRK-SHIFT-X NOT NUMERIC                                
078300         MOVE "SHIFT IS NOT NUMERIC" TO CM-REJECT-REASON          
078400         GO TO 5010-EXIT                                          
078500     END-IF.                                                      
078600     MOVE CM-WRK-SHIFT-X TO CM-WRK-SHIFT.                         
078700     IF CM-WRK-SHIFT < 1 OR CM-WRK-SHIFT > 25                     
078800         MOVE "SHIFT NOT IN 1-25" TO CM-REJECT-REASON             
078900         GO TO 5010-EXIT                                          
079000     END-IF.                                                      
079100     IF CM-WRK-DIGIT NOT = "Y"                                    
079200         MOVE "N" TO CM-WRK-DIGIT                                 
079300     END-IF.                                                      
079400     SET CM-TRAN-VALID TO TRUE.                                   
079500 5010-EXIT.                                                       
079600     EXIT.                                                        
079700*                                                                 
079800*    A COMPROMISE CAN ONLY BE DECLARED FOR SOMETHING THAT HAS     
079900*    ALREADY HAPPENED - A FUTURE AS-OF DATE IS A KEYING ERROR.    
080000 5020-VALIDATE-AS-OF-DATE.                                        
080100     IF CM-WRK-AS-OF-DATE = SPACES                                
080200         MOVE CM-WRK-EFF-DATE TO CM-WRK-AS-OF-DATE                
080300     END-IF.                                                      
080400     IF CM-WRK-AS-OF-DATE NOT NUMERIC                             
080500             OR CM-WRK-AS-OF-DATE = "00000000"                    
080600         MOVE "AS-OF DATE NOT A VALID YYYYMMDD"                   
080700             TO CM-REJECT-REASON                                  
080800         GO TO 5020-EXIT                                          
080900     END-IF.                                                      
081000     MOVE CM-WRK-AS-OF-DATE TO CM-WRK-DATE-NUM.                   
081100     IF FUNCTION INTEGER-OF-DATE(CM-WRK-DATE-NUM) = ZERO          
081200         MOVE "AS-OF DATE NOT A VALID YYYYMMDD"                   
081300             TO CM-REJECT-REASON                                  
081400         GO TO 5020-EXIT                                          
081500     END-IF.                                                      
081600     IF CM-WRK-DATE-NUM > CM-RUN-DATE                             
081700         MOVE "AS-OF DATE IS IN THE FUTURE" TO CM-REJECT-REASON   
081800         GO TO 5020-EXIT                                          
081900     END-IF.                                                      
082000     SET CM-TRAN-VALID TO TRUE.                                   
082100 5020-EXIT.                                                       
082200     EXIT.                                                        
082300*                                                                 
082400***************************************************************** 
082500* 5100-APPLY-TRANSACTION - APPLY ONE VALIDATED ADD, RETIRE,      *
082600* APPROV, REJECT OR COMPRO TO THE KEY TABLE AND, ON SUCCESS,     *
082700* WRITE THE KEY-CHANGE HISTORY LOG RECORD. A FAILURE AT THE FILE *
082800* (DUPLICATE ADD, RETIRE OF A MISSING OR ALREADY-RETIRED         *
082900* GENERATION, APPROVAL BY THE MAKER) BECOMES A REJECTION REASON  *
083000* LIKE ANY EDIT FAILURE.                                         *
083100***************************************************************** 
083200 5100-APPLY-TRANSACTION.                                          
083300     ACCEPT CM-CHANGE-DATE FROM DATE YYYYMMDD.                    
083400     ACCEPT CM-CHANGE-TIME FROM TIME.                             
083500     MOVE SPACES TO CM-WRK-MAKER-ID.                              
083600     MOVE ZERO TO CM-WRK-MAKER-DATE.                              
083700     MOVE ZERO TO CM-WRK-MAKER-TIME.                              
083800     MOVE ZERO TO CM-WRK-COMPROMISE-DATE.                         
083900     EVALUATE CM-WRK-ACTION                                       
084000         WHEN "ADD"                                               
084100             PERFORM 5110-APPLY-ADD THRU 5110-EXIT                
084200         WHEN "RETIRE"                                            
084300             PERFORM 5120-APPLY-RETIRE THRU 5120-EXIT             
084400         WHEN "COMPRO"                                            
084500             PERFORM 5160-APPLY-COMPROMISE THRU 5160-EXIT         
084600         WHEN OTHER                                               
084700             PERFORM 5140-APPLY-APPROVAL THRU 5140-EXIT           
084800     END-EVALUATE.                                                
084900     IF CM-TRAN-APPLIED                                           
085000         PERFORM 5200-WRITE-KEY-LOG THRU 5200-EXIT                
085100     END-IF.                                                      
085200 5100-EXIT.                                                       
085300     EXIT.                                                        
085400*                                                                 
085500 5110-APPLY-ADD.                                                  
085600     MOVE CM-WRK-KEY-ID TO CK-KEY-ID.                             
085700     MOVE CM-WRK-EFF-DATE TO CK-EFFECTIVE-DATE.                   
085800     IF CM-WRK-KEY-TYPE = "V"                                     
085900         MOVE "V" TO CK-KEY-TYPE                                  
086000         MOVE CM-WRK-KEYWORD TO CK-KEYWORD                        
086100         MOVE ZERO TO CK-SHIFT-VALUE                              
086200         MOVE "N" TO CK-DIGIT-OPTION                              
086300     ELSE                                                         
086400         MOVE "C" TO CK-KEY-TYPE                                  
086500         MOVE SPACES TO CK-KEYWORD                                
086600         MOVE CM-WRK-SHIFT TO CK-SHIFT-VALUE                      
086700         MOVE CM-WRK-DIGIT TO CK-DIGIT-OPTION                     
086800     END-IF.                                                      
086900     MOVE CM-WRK-DESC TO CK-DESCRIPTION.                          
087000     MOVE "P" TO CK-STATUS.                                       
087100     MOVE CM-USER-ID TO CK-MAKER-ID.                              
087200     MOVE CM-CHANGE-DATE TO CK-MAKER-DATE.                        
087300     MOVE CM-CHANGE-TIME(1:6) TO CK-MAKER-TIME.                   
087400     MOVE SPACES TO CK-CHECKER-ID.                                
087500     MOVE ZERO TO CK-CHECKER-DATE.                                
087600     MOVE ZERO TO CK-CHECKER-TIME.                                
087700     MOVE ZERO TO CK-COMPROMISE-DATE.                             
087800     MOVE CK-MAKER-ID TO CM-WRK-MAKER-ID.                         
087900     MOVE CK-MAKER-DATE TO CM-WRK-MAKER-DATE.                     
088000     MOVE CK-MAKER-TIME TO CM-WRK-MAKER-TIME.                     
088100     WRITE CIPHER-KEY-REC                                         
088200         INVALID KEY                                              
088300             MOVE "GENERATION ALREADY EXISTS"                     
088400                 TO CM-REJECT-REASON                              
088500         NOT INVALID KEY                                          
088600             SET CM-TRAN-APPLIED TO TRUE                          
088700     END-WRITE.                                                   
088800 5110-EXIT.                                                       
088900     EXIT.                                                        
089000*                                                                 
089100 5120-APPLY-RETIRE.                                               
089200     MOVE CM-WRK-KEY-ID TO CK-KEY-ID.                             
089300     MOVE CM-WRK-EFF-DATE TO CK-EFFECTIVE-DATE.                   
089400     READ CEASER-KEY-FILE                                         
089500         INVALID KEY                                              
089600             MOVE "GENERATION NOT FOUND" TO CM-REJECT-REASON      
089700         NOT INVALID KEY                                          
089800             PERFORM 5130-MARK-GENERATION-RETIRED THRU 5130-EXIT  
089900     END-READ.                                                    
090000 5120-EXIT.                                                       
090100     EXIT.                                                        
090200*                                                                 
090300 5130-MARK-GENERATION-RETIRED.                                    
090400     IF CK-GEN-RETIRED                                            
090500         MOVE "GENERATION IS ALREADY RETIRED" TO CM-REJECT-REASON 
090600         GO TO 5130-EXIT                                          
090700     END-IF.                                                      
090800     IF CK-GEN-REJECTED                                           
090900         MOVE "GENERATION WAS REJECTED" TO CM-REJECT-REASON       
091000         GO TO 5130-EXIT                                          
091100     END-IF.                                                      
091200     IF CK-GEN-COMPROMISED                                        
091300         MOVE "GENERATION IS COMPROMISED" TO CM-REJECT-REASON     
091400         GO TO 5130-EXIT                                          
091500     END-IF.                                                      
091600     MOVE "R" TO CK-STATUS.                                       
091700     MOVE CK-KEY-TYPE TO CM-WRK-KEY-TYPE.                         
091800     MOVE CK-SHIFT-VALUE TO CM-WRK-SHIFT.                         
091900     MOVE CK-MAKER-ID TO CM-WRK-MAKER-ID.                         
092000     MOVE CK-MAKER-DATE TO CM-WRK-MAKER-DATE.                     
092100     MOVE CK-MAKER-TIME TO CM-WRK-MAKER-TIME.                     
092200     REWRITE CIPHER-KEY-REC                                       
092300         INVALID KEY                                              
092400             MOVE "REWRITE FAILED" TO CM-REJECT-REASON            
092500         NOT INVALID KEY                                          
092600             SET CM-TRAN-APPLIED TO TRUE                          
092700     END-REWRITE.                                                 
092800 5130-EXIT.                                                       
092900     EXIT.                                                        
093000*                                                                 
093100***************************************************************** 
093200* 5140-APPLY-APPROVAL - APPROV MAKES A PENDING GENERATION        *
093300* ACTIVE; REJECT MARKS IT X. EITHER WAY THE GENERATION MUST BE   *
093400* STILL PENDING AND THE CHECKER MUST NOT BE THE MAKER. THE       *
093500* CHECKER'S USER ID AND TIMESTAMP ARE STAMPED ON THE RECORD.     *
093600***************************************************************** 
093700 5140-APPLY-APPROVAL.                                             
093800     MOVE CM-WRK-KEY-ID TO CK-KEY-ID.                             
093900     MOVE CM-WRK-EFF-DATE TO CK-EFFECTIVE-DATE.                   
094000     READ CEASER-KEY-FILE                                         
094100         INVALID KEY                                              
094200             MOVE "GENERATION NOT FOUND" TO CM-REJECT-REASON      
094300         NOT INVALID KEY                                          
094400             PERFORM 5150-RECORD-CHECKER-DECISION THRU 5150-EXIT  
094500     END-READ.                                                    
094600 5140-EXIT.                                                       
094700     EXIT.                                                        
094800*                                                                 
094900 5150-RECORD-CHECKER-DECISION.                                    
095000     IF NOT CK-GEN-PENDING                                        
095100         MOVE "GENERATION IS NOT PENDING APPROVAL"                
095200             TO CM-REJECT-REASON                                  
095300         GO TO 5150-EXIT                                          
095400     END-IF.                                                      
095500     IF CK-MAKER-ID = CM-USER-ID                                  
095600         MOVE "CHECKER MAY NOT BE THE MAKER" TO CM-REJECT-REASON  
095700         GO TO 5150-EXIT                                          
095800     END-IF.                                                      
095900     IF CM-WRK-ACTION = "APPROV"                                  
096000         MOVE "A" TO CK-STATUS                                    
096100     ELSE                                                         
096200         MOVE "X" TO CK-STATUS                                    
096300     END-IF.                                                      
096400     MOVE CM-USER-ID TO CK-CHECKER-ID.                            
096500     MOVE CM-CHANGE-DATE TO CK-CHECKER-DATE.                      
096600     MOVE CM-CHANGE-TIME(1:6) TO CK-CHECKER-TIME.                 
096700     MOVE CK-KEY-TYPE TO CM-WRK-KEY-TYPE.                         
096800     MOVE CK-SHIFT-VALUE TO CM-WRK-SHIFT.                         
096900     MOVE CK-DIGIT-OPTION TO CM-WRK-DIGIT.                        
097000     MOVE CK-MAKER-ID TO CM-WRK-MAKER-ID.                         
097100     MOVE CK-MAKER-DATE TO CM-WRK-MAKER-DATE.                     
097200     MOVE CK-MAKER-TIME TO CM-WRK-MAKER-TIME.                     
097300     REWRITE CIPHER-KEY-REC                                       
097400         INVALID KEY                                              
097500             MOVE "REWRITE FAILED" TO CM-REJECT-REASON            
097600         NOT INVALID KEY                                          
097700             SET CM-TRAN-APPLIED TO TRUE                          
097800     END-REWRITE.                                                 
097900 5150-EXIT.                                                       
098000     EXIT.                                                        
098100*                                                                 
098200***************************************************************** 
098300* 5160-APPLY-COMPROMISE - MARK THE GENERATION C WHATEVER ITS     *
098400* STATUS - A PENDING OR RETIRED GENERATION CAN LEAK AS WELL AS   *
098500* AN ACTIVE ONE - AND STAMP THE AS-OF DATE ON IT.                *
098600***************************************************************** 
098700 5160-APPLY-COMPROMISE.                                           
098800     MOVE CM-WRK-KEY-ID TO CK-KEY-ID.                             
098900     MOVE CM-WRK-EFF-DATE TO CK-EFFECTIVE-DATE.                   
099000     READ CEASER-KEY-FILE                                         
099100         INVALID KEY                                              
099200             MOVE "GENERATION NOT FOUND" TO CM-REJECT-REASON      
099300         NOT INVALID KEY                                          
099400             PERFORM 5170-MARK-GENERATION-COMPROMISED             
099500                 THRU 5170-EXIT                                   
099600     END-READ.                                                    
099700 5160-EXIT.                                                       
099800     EXIT.                                                        
099900*                                                                 
100000 5170-MARK-GENERATION-COMPROMISED.                                
100100     IF CK-GEN-COMPROMISED                                        
100200         MOVE "GENERATION IS ALREADY COMPROMISED"                 
100300             TO CM-REJECT-REASON                                  
100400         GO TO 5170-EXIT                                          
100500     END-IF.                                                      
100600     MOVE "C" TO CK-STATUS.                                       
100700     MOVE CM-WRK-AS-OF-DATE TO CK-COMPROMISE-DATE.                
100800     MOVE CK-COMPROMISE-DATE TO CM-WRK-COMPROMISE-DATE.           
100900     MOVE CK-KEY-TYPE TO CM-WRK-KEY-TYPE.                         
101000     MOVE CK-SHIFT-VALUE TO CM-WRK-SHIFT.                         
101100     MOVE CK-DIGIT-OPTION TO CM-WRK-DIGIT.                        
101200     MOVE CK-MAKER-ID TO CM-WRK-MAKER-ID.                         
101300     MOVE CK-MAKER-DATE TO CM-WRK-MAKER-DATE.                     
101400     MOVE CK-MAKER-TIME TO CM-WRK-MAKER-TIME.                     
101500     REWRITE CIPHER-KEY-REC                                       
101600         INVALID KEY                                              
101700             MOVE "REWRITE FAILED" TO CM-REJECT-REASON            
101800         NOT INVALID KEY                                          
101900             SET CM-TRAN-APPLIED TO TRUE                          
102000     END-REWRITE.                                                 
102100 5170-EXIT.                                                       
102200     EXIT.                                                        
102300*                                                                 
102400***************************************************************** 
102500* 5200-WRITE-KEY-LOG - RECORD ONE APPLIED CHANGE IN THE          *
102600* KEY-CHANGE HISTORY LOG: WHEN, FROM WHICH MODE, WHICH ACTION,   *
102700* WHICH GENERATION, BY WHOM, WHO ENTERED THE GENERATION AND      *
102800* WHEN, ANY COMPROMISE AS-OF DATE, AND FOR AN ADD THE            *
102900* DESCRIPTION. THE KEYWORD IS NEVER LOGGED.                      *
103000***************************************************************** 
103100 5200-WRITE-KEY-LOG.                                              
103200     MOVE CM-CHANGE-DATE TO LG-DATE.                              
103300     MOVE CM-CHANGE-TIME(1:6) TO LG-TIME.                         
103400     MOVE CM-CHANGE-SOURCE TO LG-SOURCE.                          
103500     MOVE CM-WRK-ACTION TO LG-ACTION.                             
103600     MOVE CM-WRK-KEY-ID TO LG-KEY-ID.                             
103700     MOVE CM-WRK-EFF-DATE TO LG-EFF-DATE.                         
103800     MOVE CM-WRK-KEY-TYPE TO LG-KEY-TYPE.                         
103900     MOVE CM-WRK-SHIFT TO LG-SHIFT.                               
104000     MOVE CM-WRK-DIGIT TO LG-DIGIT.                               
104100     MOVE CM-USER-ID TO LG-USER-ID.                               
104200     MOVE CM-WRK-MAKER-ID TO LG-MAKER-ID.                         
104300     MOVE CM-WRK-MAKER-DATE TO LG-MAKER-DATE.                     
104400     MOVE CM-WRK-MAKER-TIME TO LG-MAKER-TIME.                     
104500     MOVE CM-WRK-COMPROMISE-DATE TO LG-AS-OF-DATE.                
104600     IF CM-WRK-ACTION = "ADD"                                     
104700         MOVE CM-WRK-DESC TO LG-DESCRIPTION                       
104800     ELSE                                                         
104900         MOVE SPACES TO LG-DESCRIPTION                            
105000     END-IF.                                                      
105100     WRITE KEY-CHANGE-LOG-REC.                                    
105200 5200-EXIT.                                                       
105300     EXIT.                                                        
105400*                                                                 
105500***************************************************************** 
105600* 9000-TERMINATE - CLOSE THE KEY TABLE AND THE HISTORY LOG AT    *
105700* NORMAL END OF JOB.                                             *
105800***************************************************************** 
105900 9000-TERMINATE.                                                  
106000     IF CM-FILE-IS-OPEN                                           
106100         CLOSE CEASER-KEY-FILE                                    
106200         CLOSE KEY-CHANGE-LOG-FILE                                
106300     END-IF.                                                      
106400 9000-EXIT.                                                       
106500     EXIT.                                                        
