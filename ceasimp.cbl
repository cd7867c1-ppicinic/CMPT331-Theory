000100 IDENTIFICATION DIVISION.                                         
000200 PROGRAM-ID. CEASIMP.                                             
000300 AUTHOR. M W KOVAC.                                               
000400 INSTALLATION. DATA SECURITY SERVICES.                            
000500 DATE-WRITTEN. 10/15/2026.                                        
000600 DATE-COMPILED.                                                   
000700***************************************************************** 
000800* CEASIMP - COMPROMISED KEY EXPOSURE IMPACT RUN                  *
000900*                                                                *
001000* RUN AFTER A GENERATION HAS BEEN DECLARED COMPROMISED IN        *
001100* CEASMNT (ACTION COMPRO). FOR EACH COMPROMISED GENERATION NAMED *
001200* ON SYSIN IT WORKS OUT THE EXPOSURE WINDOW - FROM THE AS-OF     *
001300* DATE (OR AN EARLIER DATE THE CARD GIVES) TO THE DAY BEFORE THE *
001400* NEXT GENERATION OF THE KEY-ID TOOK OVER, OR THE RUN DATE - AND *
001500* SWEEPS THE TRANSMISSION REGISTER (CEASTREG), THE               *
001600* PROCESSED-FILE REGISTER (CEASPREG) AND THE AUDIT TRAIL         *
001700* (CEASAUD) FOR EVERY FILE SHIPPED OR RECEIVED UNDER IT IN THAT  *
001800* WINDOW. IT PRINTS THE EXPOSURE REPORT, PUNCHES A CEASCHG       *
001900* CONTROL CARD PER FILE TO MOVE IT ONTO THE REPLACEMENT          *
002000* GENERATION (CEASIMPW), AND WRITES ONE NOTIFICATION RECORD PER  *
002100* PARTNER KEY-ID FOR THE INCIDENT LETTERS (CEASIMPN). A          *
002200* MULTI-PARTNER (*INFILE*) FILE IS LISTED WHEN THE AUDIT TRAIL   *
002300* SHOWS THE KEY WAS USED IN IT THAT DAY, BUT IS NOT PUNCHED -    *
002400* CEASCHG TAKES ONE PARTNER'S FILE AT A TIME. A CEASINQ AUDIT    *
002500* RECORD IS SOMEONE VIEWING AN OLD MESSAGE, NOT TRAFFIC UNDER    *
002600* THE KEY - VIEWS ARE COUNTED ON A TOTAL OF THEIR OWN AND DO NOT *
002700* COUNT AS THE KEY BEING USED THAT DAY.                          *
002800***************************************************************** 
002900*                                                                 
003000* MODIFICATION HISTORY.                                           
003100*  DATE       INIT  DESCRIPTION                                   
003200*  10/15/2026 MWK   ORIGINAL CODING - EXPOSURE IMPACT RUN FOR A   
003300*                   COMPROMISED KEY GENERATION.                   
003400*  10/15/2026 MWK   CEASINQ VIEW RECORDS ON THE AUDIT TRAIL ARE   
003500*                   COUNTED ON THEIR OWN TOTAL LINE INSTEAD OF AS 
003600*                   MESSAGES CIPHERED UNDER THE GENERATION ON THE 
003700*                   VIEW DATE.                                    
003800*                                                                 
003900 ENVIRONMENT DIVISION.                                            
004000 CONFIGURATION SECTION.                                           
004100 SOURCE-COMPUTER. IBM-370.                                        
004200 OBJECT-COMPUTER. IBM-370.                                        
004300 INPUT-OUTPUT SECTION.                                            
004400 FILE-CONTROL.                                                    
004500     SELECT CEASER-KEY-FILE ASSIGN TO CEASKEY                     
004600         ORGANIZATION IS INDEXED                                  
004700         ACCESS MODE IS DYNAMIC                                   
004800         RECORD KEY IS CK-KEY                                     
004900         FILE STATUS IS IM-KEY-FILE-STATUS.                       
005000     SELECT IMPACT-CONTROL-FILE ASSIGN TO SYSIN                   
005100         ORGANIZATION IS SEQUENTIAL.                              
005200     SELECT SHIP-REGISTER-FILE ASSIGN TO CEASTREG                 
005300         ORGANIZATION IS INDEXED                                  
005400         ACCESS MODE IS DYNAMIC                                   
005500         RECORD KEY IS SR-KEY                                     
005600         FILE STATUS IS IM-REG-FILE-STATUS.                       
005700     SELECT PROCESSED-REGISTER-FILE ASSIGN TO CEASPREG            
005800         ORGANIZATION IS INDEXED                                  
005900         ACCESS MODE IS DYNAMIC                                   
006000         RECORD KEY IS IM-PROC-KEY                                
006100         FILE STATUS IS IM-PROC-FILE-STATUS.                      
006200     SELECT AUDIT-TRAIL-FILE ASSIGN TO CEASAUD                    
006300         ORGANIZATION IS SEQUENTIAL.                              
006400     SELECT IMPACT-REPORT-FILE ASSIGN TO CEASIMP                  
006500         ORGANIZATION IS SEQUENTIAL.                              
006600     SELECT WORKLIST-FILE ASSIGN TO CEASIMPW                      
006700         ORGANIZATION IS SEQUENTIAL.                              
006800     SELECT NOTIFICATION-FILE ASSIGN TO CEASIMPN                  
006900         ORGANIZATION IS SEQUENTIAL.                              
007000*                                                                 
007100 DATA DIVISION.                                                   
007200 FILE SECTION.                                                    
007300*    KEYED CIPHER KEY TABLE - READ BY KEY FOR EACH CARD, THEN     
007400*    SWEPT FORWARD OVER THE SAME KEY-ID TO FIND THE GENERATION    
007500*    THAT TOOK OVER FROM THE COMPROMISED ONE.                     
007600 FD  CEASER-KEY-FILE                                              
007700     RECORD CONTAINS 128 CHARACTERS.                              
007800     COPY CIPHERKY.                                               
007900*                                                                 
008000*    SYSIN CONTROL CARDS - ONE PER COMPROMISED GENERATION.        
008100*    COLUMNS  1- 8  KEY-ID.                                       
008200*    COLUMNS  9-16  EFFECTIVE DATE (YYYYMMDD) OF THE GENERATION   
008300*                   DECLARED COMPROMISED.                         
008400*    COLUMNS 17-24  WINDOW START (YYYYMMDD), OPTIONAL. BLANK      
008500*                   STARTS THE WINDOW AT THE AS-OF DATE CEASMNT   
008600*                   RECORDED. AN EARLIER DATE WIDENS THE WINDOW   
008700*                   WHEN THE PARTNER CANNOT SAY WHEN THE KEY LEFT 
008800*                   THEIR HANDS; IT IS NEVER TAKEN BACK PAST THE  
008900*                   GENERATION'S OWN EFFECTIVE DATE.              
009000*    COLUMNS 25-80  RESERVED.                                     
009100 FD  IMPACT-CONTROL-FILE                                          
009200     RECORDING MODE IS F                                          
009300     RECORD CONTAINS 80 CHARACTERS.                               
009400 01  IM-CONTROL-REC.                                              
009500     05  IM-CONTROL-KEY-ID       PIC X(08).                       
009600     05  IM-CONTROL-GEN-DATE     PIC X(08).                       
009700     05  IM-CONTROL-FROM-DATE    PIC X(08).                       
009800     05  FILLER                  PIC X(56).                       
009900*                                                                 
010000*    KEYED TRANSMISSION REGISTER - ONE RECORD PER SHIPPED FILE.   
010100*    THE FILE DATE IS THE *HDR CREATION DATE THE ENCRYPT RUN      
010200*    STAMPED, SO IT IS THE DAY THE FILE WAS ENCIPHERED.           
010300 FD  SHIP-REGISTER-FILE                                           
010400     RECORD CONTAINS 80 CHARACTERS.                               
010500     COPY SHIPREG.                                                
010600*                                                                 
010700*    PROCESSED-FILE REGISTER - CEASER'S RECORD OF EVERY INPUT     
010800*    FILE THAT RECONCILED, WITH THE KEY-ID, GENERATION AND MODE   
010900*    OF THE RUN. RECORDS WRITTEN BEFORE THE KEY FIELDS EXISTED    
011000*    HAVE THEM BLANK AND CANNOT BE TIED TO A KEY.                 
011100 FD  PROCESSED-REGISTER-FILE                                      
011200     RECORD CONTAINS 80 CHARACTERS.                               
011300 01  IM-PROC-REC.                                                 
011400     05  IM-PROC-KEY.                                             
011500         10  IM-PROC-FEED-ID     PIC X(08).                       
011600         10  IM-PROC-FILE-DATE   PIC 9(08).                       
011700     05  IM-PROC-TRL-HASH        PIC 9(12).                       
011800     05  IM-PROC-RUN-DATE        PIC 9(08).                       
011900     05  IM-PROC-KEY-ID          PIC X(08).                       
012000     05  IM-PROC-GEN-DATE        PIC 9(08).                       
012100     05  IM-PROC-RUN-MODE        PIC X(01).                       
012200         88  IM-PROC-DECRYPT               VALUE "D".             
012300     05  FILLER                  PIC X(27).                       
012400*                                                                 
012500*    AUDIT TRAIL, AS CEASER, CEASERV AND CEASCHG WRITE IT.        
012600 FD  AUDIT-TRAIL-FILE                                             
012700     RECORDING MODE IS F                                          
012800     RECORD CONTAINS 80 CHARACTERS.                               
012900 01  IM-AUDIT-REC.                                                
013000     05  IM-AUDIT-DATE           PIC 9(08).                       
013100     05  FILLER                  PIC X(01).                       
013200     05  IM-AUDIT-PARAGRAPH      PIC X(20).                       
013300     05  FILLER                  PIC X(01).                       
013400     05  IM-AUDIT-SHIFT          PIC 9(08).                       
013500     05  FILLER                  PIC X(01).                       
013600     05  IM-AUDIT-LENGTH         PIC 9(04).                       
013700     05  FILLER                  PIC X(01).                       
013800     05  IM-AUDIT-KEY-ID         PIC X(08).                       
013900     05  FILLER                  PIC X(01).                       
014000     05  IM-AUDIT-PROGRAM        PIC X(08).                       
014100     05  FILLER                  PIC X(01).                       
014200     05  IM-AUDIT-GEN-DATE       PIC 9(08).                       
014300     05  FILLER                  PIC X(10).                       
014400*                                                                 
014500 FD  IMPACT-REPORT-FILE                                           
014600     RECORDING MODE IS F                                          
014700     RECORD CONTAINS 132 CHARACTERS.                              
014800 01  IM-REPORT-REC               PIC X(132).                      
014900*                                                                 
015000*    RE-ENCRYPTION WORKLIST - CEASCHG CONTROL CARDS, ONE PER      
015100*    EXPOSED FILE, IN CEASCHG'S SYSIN LAYOUT. OLD AND NEW KEY-ID  
015200*    ARE THE SAME AND THE OLD GENERATION IS THE COMPROMISED ONE,  
015300*    SO CEASCHG DECRYPTS UNDER IT AND RE-ENCRYPTS UNDER WHATEVER  
015400*    GENERATION IS IN EFFECT ON THE DAY IT RUNS. COLUMNS 25-48    
015500*    TELL THE OPERATOR WHICH FILE TO FEED IT.                     
015600 FD  WORKLIST-FILE                                                
015700     RECORDING MODE IS F                                          
015800     RECORD CONTAINS 80 CHARACTERS.                               
015900 01  IM-WORK-REC.                                                 
016000     05  IM-WORK-OLD-KEY         PIC X(08).                       
016100     05  IM-WORK-NEW-KEY         PIC X(08).                       
016200     05  IM-WORK-OLD-GEN         PIC 9(08).                       
016300     05  IM-WORK-FEED-ID         PIC X(08).                       
016400     05  IM-WORK-FILE-DATE       PIC 9(08).                       
016500     05  IM-WORK-SOURCE          PIC X(08).                       
016600     05  FILLER                  PIC X(32).                       
016700*                                                                 
016800*    PARTNER NOTIFICATION EXTRACT - ONE RECORD PER COMPROMISED    
016900*    GENERATION, IN THE SHAPE THE INCIDENT LETTER MERGE LOADS.    
017000*    ALL COUNTS ARE ZERO-FILLED DISPLAY NUMERICS; THE             
017100*    REPLACEMENT DATE IS ZERO WHEN NO APPROVED GENERATION HAS     
017200*    TAKEN OVER YET.                                              
017300 FD  NOTIFICATION-FILE                                            
017400     RECORDING MODE IS F                                          
017500     RECORD CONTAINS 80 CHARACTERS.                               
017600 01  IM-NOTE-REC.                                                 
017700     05  IM-NOTE-KEY-ID          PIC X(08).                       
017800     05  IM-NOTE-GEN-DATE        PIC 9(08).                       
017900     05  IM-NOTE-COMPROMISE-DATE PIC 9(08).                       
018000     05  IM-NOTE-WINDOW-FROM     PIC 9(08).                       
018100     05  IM-NOTE-WINDOW-TO       PIC 9(08).                       
018200     05  IM-NOTE-SHIPPED         PIC 9(05).                       
018300     05  IM-NOTE-RECEIVED        PIC 9(05).                       
018400     05  IM-NOTE-MULTI           PIC 9(05).                       
018500     05  IM-NOTE-AUDIT-MSGS      PIC 9(09).                       
018600     05  IM-NOTE-REPLACE-DATE    PIC 9(08).                       
018700     05  FILLER                  PIC X(08).                       
018800*                                                                 
018900 WORKING-STORAGE SECTION.                                         
019000*                                                                 
019100*    PROGRAM SWITCHES.                                            
019200 77  IM-CONTROL-EOF-SWITCH        PIC X(01) VALUE "N".            
019300     88  IM-END-OF-CONTROL                  VALUE "Y".            
019400 77  IM-SWEEP-EOF-SWITCH          PIC X(01) VALUE "N".            
019500     88  IM-SWEEP-EOF                       VALUE "Y".            
019600 77  IM-AUDIT-EOF-SWITCH          PIC X(01) VALUE "N".            
019700     88  IM-END-OF-AUDIT                    VALUE "Y".            
019800 77  IM-ROW-FOUND-SWITCH          PIC X(01) VALUE "N".            
019900     88  IM-ROW-FOUND                       VALUE "Y".            
020000 77  IM-NEXT-GEN-SWITCH           PIC X(01) VALUE "N".            
020100     88  IM-NEXT-GEN-FOUND                  VALUE "Y".            
020200*                                                                 
020300*    FILE STATUS FIELDS.                                          
020400 77  IM-KEY-FILE-STATUS           PIC X(02) VALUE SPACES.         
020500 77  IM-REG-FILE-STATUS           PIC X(02) VALUE SPACES.         
020600 77  IM-PROC-FILE-STATUS          PIC X(02) VALUE SPACES.         
020700*                                                                 
020800*    RUN DATE AND DATE WORK FIELDS.                               
020900 77  IM-RUN-DATE                  PIC 9(08) VALUE ZERO.           
021000 77  IM-WORK-DATE                 PIC 9(08) VALUE ZERO.           
021100 77  IM-NEXT-GEN-DATE             PIC 9(08) VALUE ZERO.           
021200 77  IM-CARD-NUMBER               PIC 9(05) VALUE ZERO.           
021300*                                                                 
021400*    COMPROMISED GENERATION TABLE - ONE ENTRY PER GOOD CARD. 50   
021500*    IS FAR MORE THAN ANY ONE INCIDENT HAS EVER NAMED.            
021600 77  IM-GEN-MAX                   PIC 9(04) COMP VALUE 50.        
021700 77  IM-GEN-COUNT                 PIC 9(04) COMP VALUE ZERO.      
021800 77  IM-GI                        PIC 9(04) COMP VALUE 1.         
021900 01  IM-GEN-TABLE.                                                
022000     05  IM-GEN OCCURS 50 TIMES.                                  
022100         10  IM-G-KEY-ID         PIC X(08).                       
022200         10  IM-G-GEN-DATE       PIC 9(08).                       
022300         10  IM-G-COMPROMISE-DATE PIC 9(08).                      
022400         10  IM-G-WINDOW-FROM    PIC 9(08).                       
022500         10  IM-G-WINDOW-TO      PIC 9(08).                       
022600         10  IM-G-REPLACE-DATE   PIC 9(08).                       
022700         10  IM-G-SHIPPED        PIC 9(05) COMP.                  
022800         10  IM-G-RECEIVED       PIC 9(05) COMP.                  
022900         10  IM-G-MULTI          PIC 9(05) COMP.                  
023000         10  IM-G-AUDIT-MSGS     PIC 9(09) COMP.                  
023100*                                                                 
023200*    AUDIT SUMMARY TABLE - ONE ROW PER COMPROMISED GENERATION,    
023300*    DAY AND PROGRAM, IN FIRST-SEEN ORDER. THE AUDIT TRAIL IS IN  
023400*    DATE ORDER SO THE ROWS PRINT IN DATE ORDER. 500 ROWS COVERS  
023500*    MORE THAN A YEAR OF DAILY RUNS FOR A SINGLE KEY.             
023600 77  IM-ROW-MAX                   PIC 9(04) COMP VALUE 500.       
023700 77  IM-ROW-COUNT                 PIC 9(04) COMP VALUE ZERO.      
023800 77  IM-RI                        PIC 9(04) COMP VALUE 1.         
023900 77  IM-USE-ROW                   PIC 9(04) COMP VALUE ZERO.      
024000 01  IM-ROW-TABLE.                                                
024100     05  IM-ROW OCCURS 500 TIMES.                                 
024200         10  IM-R-GEN-INDEX      PIC 9(04) COMP.                  
024300         10  IM-R-DATE           PIC 9(08).                       
024400         10  IM-R-PROGRAM        PIC X(08).                       
024500         10  IM-R-MSG-COUNT      PIC 9(09) COMP.                  
024600*                                                                 
024700*    GRAND TOTAL COUNTERS FOR THE FINAL PAGE.                     
024800 77  IM-TOT-CARDS                 PIC 9(05) COMP VALUE ZERO.      
024900 77  IM-TOT-BAD-CARDS             PIC 9(05) COMP VALUE ZERO.      
025000 77  IM-TOT-SHIPPED               PIC 9(05) COMP VALUE ZERO.      
025100 77  IM-TOT-RECEIVED              PIC 9(05) COMP VALUE ZERO.      
025200 77  IM-TOT-MULTI                 PIC 9(05) COMP VALUE ZERO.      
025300 77  IM-TOT-WORKLIST              PIC 9(05) COMP VALUE ZERO.      
025400 77  IM-TOT-AUDIT-MSGS            PIC 9(09) COMP VALUE ZERO.      
025500 77  IM-TOT-AUDIT-VIEWS           PIC 9(09) COMP VALUE ZERO.      
025600 77  IM-TOT-UNTRACED              PIC 9(05) COMP VALUE ZERO.      
025700 77  IM-TOT-NO-REPLACEMENT        PIC 9(05) COMP VALUE ZERO.      
025800*                                                                 
025900*    PAGE CONTROL FIELDS. THE LINE COUNT STARTS PAST THE PAGE     
026000*    LIMIT SO THE FIRST PRINTED LINE FORCES THE FIRST PAGE        
026100*    HEADING.                                                     
026200 77  IM-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
026300 77  IM-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
026400 77  IM-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
026500*                                                                 
026600*    DATE FORMATTING WORK FIELDS.                                 
026700 77  IM-DATE-IN                   PIC 9(08) VALUE ZERO.           
026800 01  IM-DATE-EDITED.                                              
026900     05  IM-DATE-ED-YYYY         PIC X(04).                       
027000     05  FILLER                  PIC X(01) VALUE "/".             
027100     05  IM-DATE-ED-MM           PIC X(02).                       
027200     05  FILLER                  PIC X(01) VALUE "/".             
027300     05  IM-DATE-ED-DD           PIC X(02).                       
027400*                                                                 
027500*    REPORT LINE LAYOUTS.                                         
027600 01  IM-PRINT-LINE                PIC X(132) VALUE SPACES.        
027700*                                                                 
027800 01  IM-HEADING-1.                                                
027900     05  FILLER                  PIC X(08) VALUE "CEASIMP ".      
028000     05  FILLER                  PIC X(30) VALUE SPACES.          
028100     05  FILLER                  PIC X(41) VALUE                  
028200         "COMPROMISED KEY EXPOSURE IMPACT".                       
028300     05  FILLER                  PIC X(35) VALUE SPACES.          
028400     05  FILLER                  PIC X(05) VALUE "PAGE ".         
028500     05  IM-HEAD-PAGE            PIC ZZZ9.                        
028600     05  FILLER                  PIC X(09) VALUE SPACES.          
028700*                                                                 
028800 01  IM-HEADING-2.                                                
028900     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
029000     05  IM-HEAD-RUN-DATE        PIC X(10).                       
029100     05  FILLER                  PIC X(113) VALUE SPACES.         
029200*                                                                 
029300 01  IM-COLUMN-HEADER-LINE.                                       
029400     05  FILLER                  PIC X(01) VALUE SPACE.           
029500     05  FILLER                  PIC X(08) VALUE "KEY-ID".        
029600     05  FILLER                  PIC X(02) VALUE SPACES.          
029700     05  FILLER                  PIC X(10) VALUE "GENERATION".    
029800     05  FILLER                  PIC X(02) VALUE SPACES.          
029900     05  FILLER                  PIC X(09) VALUE "SOURCE".        
030000     05  FILLER                  PIC X(02) VALUE SPACES.          
030100     05  FILLER                  PIC X(08) VALUE "FEED ID".       
030200     05  FILLER                  PIC X(02) VALUE SPACES.          
030300     05  FILLER                  PIC X(10) VALUE "FILE DATE".     
030400     05  FILLER                  PIC X(02) VALUE SPACES.          
030500     05  FILLER                  PIC X(10) VALUE "RUN/SHIP".      
030600     05  FILLER                  PIC X(02) VALUE SPACES.          
030700     05  FILLER                  PIC X(08) VALUE "PROGRAM".       
030800     05  FILLER                  PIC X(02) VALUE SPACES.          
030900     05  FILLER                  PIC X(11) VALUE "   MESSAGES".   
031000     05  FILLER                  PIC X(02) VALUE SPACES.          
031100     05  FILLER                  PIC X(07) VALUE "REMARKS".       
031200     05  FILLER                  PIC X(34) VALUE SPACES.          
031300*                                                                 
031400 01  IM-DETAIL-LINE.                                              
031500     05  FILLER                  PIC X(01) VALUE SPACE.           
031600     05  IM-DET-KEY-ID           PIC X(08).                       
031700     05  FILLER                  PIC X(02) VALUE SPACES.          
031800     05  IM-DET-GEN-DATE         PIC X(10).                       
031900     05  FILLER                  PIC X(02) VALUE SPACES.          
032000     05  IM-DET-SOURCE           PIC X(09).                       
032100     05  FILLER                  PIC X(02) VALUE SPACES.          
032200     05  IM-DET-FEED-ID          PIC X(08).                       
032300     05  FILLER                  PIC X(02) VALUE SPACES.          
032400     05  IM-DET-FILE-DATE        PIC X(10).                       
032500     05  FILLER                  PIC X(02) VALUE SPACES.          
032600     05  IM-DET-EVENT-DATE       PIC X(10).                       
032700     05  FILLER                  PIC X(02) VALUE SPACES.          
032800     05  IM-DET-PROGRAM          PIC X(08).                       
032900     05  FILLER                  PIC X(02) VALUE SPACES.          
033000     05  IM-DET-MESSAGES         PIC ZZZ,ZZZ,ZZ9.                 
033100     05  FILLER                  PIC X(02) VALUE SPACES.          
033200     05  IM-DET-REMARK           PIC X(38).                       
033300     05  FILLER                  PIC X(03) VALUE SPACES.          
033400 01  IM-DETAIL-MESSAGES-X REDEFINES IM-DETAIL-LINE.               
033500     05  FILLER                  PIC X(78).                       
033600     05  IM-DET-MESSAGES-X       PIC X(11).                       
033700     05  FILLER                  PIC X(43).                       
033800*                                                                 
033900*    ONE LINE PER COMPROMISED GENERATION AHEAD OF ITS DETAIL,     
034000*    GIVING THE WINDOW THE SWEEPS USED.                           
034100 01  IM-WINDOW-LINE.                                              
034200     05  FILLER                  PIC X(01) VALUE SPACE.           
034300     05  IM-WIN-KEY-ID           PIC X(08).                       
034400     05  FILLER                  PIC X(02) VALUE SPACES.          
034500     05  IM-WIN-GEN-DATE         PIC X(10).                       
034600     05  FILLER                  PIC X(19) VALUE                  
034700         "  COMPROMISED AS OF".                                   
034800     05  FILLER                  PIC X(01) VALUE SPACE.           
034900     05  IM-WIN-COMPROMISE-DATE  PIC X(10).                       
035000     05  FILLER                  PIC X(09) VALUE "  WINDOW ".     
035100     05  IM-WIN-FROM             PIC X(10).                       
035200     05  FILLER                  PIC X(04) VALUE " TO ".          
035300     05  IM-WIN-TO               PIC X(10).                       
035400     05  FILLER                  PIC X(02) VALUE SPACES.          
035500     05  IM-WIN-REMARK           PIC X(46).                       
035600*                                                                 
035700 01  IM-SECTION-LINE.                                             
035800     05  IM-SECTION-TITLE        PIC X(60).                       
035900     05  FILLER                  PIC X(72) VALUE SPACES.          
036000*                                                                 
036100 01  IM-COUNT-LINE.                                               
036200     05  FILLER                  PIC X(05) VALUE SPACES.          
036300     05  IM-COUNT-LABEL          PIC X(40).                       
036400     05  IM-COUNT-VALUE          PIC ZZZ,ZZZ,ZZ9.                 
036500     05  FILLER                  PIC X(76) VALUE SPACES.          
036600*                                                                 
036700 01  IM-GRAND-HEADER-LINE.                                        
036800     05  FILLER                  PIC X(12) VALUE "GRAND TOTALS".  
036900     05  FILLER                  PIC X(120) VALUE SPACES.         
037000*                                                                 
037100 01  IM-NONE-FOUND-LINE.                                          
037200     05  FILLER                  PIC X(40) VALUE                  
037300         "    NOTHING FOUND UNDER THIS GENERATION".               
037400     05  FILLER                  PIC X(92) VALUE SPACES.          
037500*                                                                 
037600 PROCEDURE DIVISION.                                              
037700***************************************************************** 
037800* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
037900***************************************************************** 
038000 0000-MAINLINE.                                                   
038100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
038200     PERFORM 3000-SWEEP-AUDIT-TRAIL THRU 3000-EXIT.               
038300     PERFORM 4000-SWEEP-SHIP-REGISTER THRU 4000-EXIT.             
038400     PERFORM 5000-SWEEP-PROCESSED-REGISTER THRU 5000-EXIT.        
038500     PERFORM 6000-PRINT-AUDIT-SUMMARY THRU 6000-EXIT.             
038600     PERFORM 7000-WRITE-NOTIFICATIONS THRU 7000-EXIT.             
038700     PERFORM 8000-PRINT-FINAL-TOTALS THRU 8000-EXIT.              
038800     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
038900     STOP RUN.                                                    
039000*                                                                 
039100***************************************************************** 
039200* 1000-INITIALIZE - LOAD AND CHECK THE CONTROL CARDS AGAINST THE *
039300* KEY TABLE, THEN OPEN THE REGISTERS, THE AUDIT TRAIL AND THE    *
039400* OUTPUTS. NOTHING IS SWEPT UNLESS AT LEAST ONE CARD NAMES A     *
039500* GENERATION THAT REALLY IS COMPROMISED.                         *
039600***************************************************************** 
039700 1000-INITIALIZE.                                                 
039800     ACCEPT IM-RUN-DATE FROM DATE YYYYMMDD.                       
039900     MOVE IM-RUN-DATE TO IM-DATE-IN.                              
040000     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
040100     MOVE IM-DATE-EDITED TO IM-HEAD-RUN-DATE.                     
040200     OPEN INPUT CEASER-KEY-FILE.                                  
040300     IF IM-KEY-FILE-STATUS NOT = "00"                             
040400         DISPLAY "CEASIMP0001 - CEASKEY OPEN FAILED, STATUS "     
040500             IM-KEY-FILE-STATUS                                   
040600         MOVE 19 TO RETURN-CODE                                   
040700         GO TO 9900-ABEND-ROUTINE                                 
040800     END-IF.                                                      
040900     OPEN INPUT IMPACT-CONTROL-FILE.                              
041000     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT                
041100         UNTIL IM-END-OF-CONTROL.                                 
041200     CLOSE IMPACT-CONTROL-FILE.                                   
041300     IF IM-GEN-COUNT = ZERO                                       
041400         DISPLAY "CEASIMP0002 - NO COMPROMISED GENERATION TO "    
041500             "TRACE - " IM-TOT-CARDS " CARD(S) READ"              
041600         MOVE 16 TO RETURN-CODE                                   
041700         GO TO 9900-ABEND-ROUTINE                                 
041800     END-IF.                                                      
041900     OPEN INPUT SHIP-REGISTER-FILE.                               
042000     IF IM-REG-FILE-STATUS NOT = "00"                             
042100         DISPLAY "CEASIMP0003 - CEASTREG OPEN FAILED, STATUS "    
042200             IM-REG-FILE-STATUS                                   
042300         MOVE 19 TO RETURN-CODE                                   
042400         GO TO 9900-ABEND-ROUTINE                                 
042500     END-IF.                                                      
042600     OPEN INPUT PROCESSED-REGISTER-FILE.                          
042700     IF IM-PROC-FILE-STATUS NOT = "00"                            
042800         DISPLAY "CEASIMP0004 - CEASPREG OPEN FAILED, STATUS "    
042900             IM-PROC-FILE-STATUS                                  
043000         MOVE 19 TO RETURN-CODE                                   
043100         GO TO 9900-ABEND-ROUTINE                                 
043200     END-IF.                                                      
043300     OPEN INPUT AUDIT-TRAIL-FILE.                                 
043400     OPEN OUTPUT IMPACT-REPORT-FILE.                              
043500     OPEN OUTPUT WORKLIST-FILE.                                   
043600     OPEN OUTPUT NOTIFICATION-FILE.                               
043700     MOVE "COMPROMISED GENERATIONS AND EXPOSURE WINDOWS"          
043800         TO IM-SECTION-TITLE.                                     
043900     MOVE IM-SECTION-LINE TO IM-PRINT-LINE.                       
044000     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
044100     PERFORM 1500-PRINT-WINDOW-LINE THRU 1500-EXIT                
044200         VARYING IM-GI FROM 1 BY 1                                
044300         UNTIL IM-GI > IM-GEN-COUNT.                              
044400 1000-EXIT.                                                       
044500     EXIT.                                                        
044600*                                                                 
044700 1100-READ-CONTROL-CARD.                                          
044800     READ IMPACT-CONTROL-FILE                                     
044900         AT END                                                   
045000             SET IM-END-OF-CONTROL TO TRUE                        
045100         NOT AT END                                               
045200             ADD 1 TO IM-TOT-CARDS                                
045300             PERFORM 1200-CHECK-CONTROL-CARD THRU 1200-EXIT       
045400     END-READ.                                                    
045500 1100-EXIT.                                                       
045600     EXIT.                                                        
045700*                                                                 
045800***************************************************************** 
045900* 1200-CHECK-CONTROL-CARD - THE CARD MUST NAME A GENERATION ON   *
046000* CEASKEY THAT CEASMNT HAS DECLARED COMPROMISED. A BAD CARD IS   *
046100* REPORTED AND SKIPPED SO THE REST OF THE INCIDENT STILL RUNS;   *
046200* IT LEAVES RETURN CODE 8.                                       *
046300***************************************************************** 
046400 1200-CHECK-CONTROL-CARD.                                         
046500     MOVE IM-TOT-CARDS TO IM-CARD-NUMBER.                         
046600     IF IM-CONTROL-GEN-DATE NOT NUMERIC                           
046700         DISPLAY "CEASIMP0005 - CARD " IM-CARD-NUMBER             
046800             " - GENERATION DATE IS NOT NUMERIC"                  
046900         ADD 1 TO IM-TOT-BAD-CARDS                                
047000         GO TO 1200-EXIT                                          
047100     END-IF.                                                      
047200     MOVE IM-CONTROL-KEY-ID TO CK-KEY-ID.                         
047300     MOVE IM-CONTROL-GEN-DATE TO CK-EFFECTIVE-DATE.               
047400     READ CEASER-KEY-FILE                                         
047500         INVALID KEY                                              
047600             DISPLAY "CEASIMP0006 - CARD " IM-CARD-NUMBER         
047700                 " - GENERATION " IM-CONTROL-GEN-DATE             
047800                 " OF KEY-ID " IM-CONTROL-KEY-ID                  
047900                 " IS NOT ON CEASKEY"                             
048000             ADD 1 TO IM-TOT-BAD-CARDS                            
048100             GO TO 1200-EXIT                                      
048200     END-READ.                                                    
048300     IF NOT CK-GEN-COMPROMISED                                    
048400         DISPLAY "CEASIMP0007 - CARD " IM-CARD-NUMBER             
048500             " - GENERATION " IM-CONTROL-GEN-DATE                 
048600             " OF KEY-ID " IM-CONTROL-KEY-ID                      
048700             " IS NOT DECLARED COMPROMISED"                       
048800         ADD 1 TO IM-TOT-BAD-CARDS                                
048900         GO TO 1200-EXIT                                          
049000     END-IF.                                                      
049100     IF IM-CONTROL-FROM-DATE = SPACES                             
049200         MOVE CK-COMPROMISE-DATE TO IM-WORK-DATE                  
049300     ELSE                                                         
049400         IF IM-CONTROL-FROM-DATE NOT NUMERIC                      
049500             DISPLAY "CEASIMP0008 - CARD " IM-CARD-NUMBER         
049600                 " - WINDOW START IS NOT NUMERIC"                 
049700             ADD 1 TO IM-TOT-BAD-CARDS                            
049800             GO TO 1200-EXIT                                      
049900         END-IF                                                   
050000         MOVE IM-CONTROL-FROM-DATE TO IM-WORK-DATE                
050100         IF FUNCTION INTEGER-OF-DATE(IM-WORK-DATE) = ZERO         
050200                 OR IM-WORK-DATE > CK-COMPROMISE-DATE             
050300             DISPLAY "CEASIMP0008 - CARD " IM-CARD-NUMBER         
050400                 " - WINDOW START MUST BE A VALID DATE NOT"       
050500                 " AFTER THE AS-OF DATE " CK-COMPROMISE-DATE      
050600             ADD 1 TO IM-TOT-BAD-CARDS                            
050700             GO TO 1200-EXIT                                      
050800         END-IF                                                   
050900     END-IF.                                                      
051000     IF IM-WORK-DATE < CK-EFFECTIVE-DATE                          
051100         MOVE CK-EFFECTIVE-DATE TO IM-WORK-DATE                   
051200     END-IF.                                                      
051300     IF IM-GEN-COUNT = IM-GEN-MAX                                 
051400         DISPLAY "CEASIMP0009 - COMPROMISED GENERATION TABLE FULL"
051500             " AT " IM-GEN-MAX " ENTRIES"                         
051600         MOVE 16 TO RETURN-CODE                                   
051700         GO TO 9900-ABEND-ROUTINE                                 
051800     END-IF.                                                      
051900     ADD 1 TO IM-GEN-COUNT.                                       
052000     MOVE IM-GEN-COUNT TO IM-GI.                                  
052100     MOVE CK-KEY-ID TO IM-G-KEY-ID(IM-GI).                        
052200     MOVE CK-EFFECTIVE-DATE TO IM-G-GEN-DATE(IM-GI).              
052300     MOVE CK-COMPROMISE-DATE TO IM-G-COMPROMISE-DATE(IM-GI).      
052400     MOVE IM-WORK-DATE TO IM-G-WINDOW-FROM(IM-GI).                
052500     MOVE ZERO TO IM-G-REPLACE-DATE(IM-GI).                       
052600     MOVE ZERO TO IM-G-SHIPPED(IM-GI).                            
052700     MOVE ZERO TO IM-G-RECEIVED(IM-GI).                           
052800     MOVE ZERO TO IM-G-MULTI(IM-GI).                              
052900     MOVE ZERO TO IM-G-AUDIT-MSGS(IM-GI).                         
053000     PERFORM 1300-FIND-WINDOW-END THRU 1300-EXIT.                 
053100 1200-EXIT.                                                       
053200     EXIT.                                                        
053300*                                                                 
053400***************************************************************** 
053500* 1300-FIND-WINDOW-END - SWEEP THE LATER GENERATIONS OF THE SAME *
053600* KEY-ID. THE FIRST ONE THAT WAS EVER IN SERVICE (ACTIVE,        *
053700* RETIRED OR ITSELF COMPROMISED) TOOK OVER ON ITS EFFECTIVE      *
053800* DATE, SO THE WINDOW CLOSES THE DAY BEFORE IT; WITH NONE, OR    *
053900* ONE STILL IN THE FUTURE, THE WINDOW RUNS TO TODAY. THE LATEST  *
054000* ACTIVE GENERATION ALREADY IN EFFECT IS THE REPLACEMENT THE     *
054100* WORKLIST WILL CONVERT ONTO.                                    *
054200***************************************************************** 
054300 1300-FIND-WINDOW-END.                                            
054400     MOVE "N" TO IM-NEXT-GEN-SWITCH.                              
054500     MOVE "N" TO IM-SWEEP-EOF-SWITCH.                             
054600     MOVE ZERO TO IM-NEXT-GEN-DATE.                               
054700     START CEASER-KEY-FILE KEY IS GREATER THAN CK-KEY             
054800         INVALID KEY                                              
054900             SET IM-SWEEP-EOF TO TRUE                             
055000     END-START.                                                   
055100     PERFORM 1310-READ-LATER-GENERATION THRU 1310-EXIT            
055200         UNTIL IM-SWEEP-EOF.                                      
055300     IF IM-NEXT-GEN-FOUND                                         
055400         COMPUTE IM-WORK-DATE = FUNCTION DATE-OF-INTEGER          
055500             (FUNCTION INTEGER-OF-DATE(IM-NEXT-GEN-DATE) - 1)     
055600     ELSE                                                         
055700         MOVE IM-RUN-DATE TO IM-WORK-DATE                         
055800     END-IF.                                                      
055900     IF IM-WORK-DATE > IM-RUN-DATE                                
056000         MOVE IM-RUN-DATE TO IM-WORK-DATE                         
056100     END-IF.                                                      
056200     MOVE IM-WORK-DATE TO IM-G-WINDOW-TO(IM-GI).                  
056300     IF IM-G-REPLACE-DATE(IM-GI) = ZERO                           
056400         ADD 1 TO IM-TOT-NO-REPLACEMENT                           
056500     END-IF.                                                      
056600 1300-EXIT.                                                       
056700     EXIT.                                                        
056800*                                                                 
056900 1310-READ-LATER-GENERATION.                                      
057000     READ CEASER-KEY-FILE NEXT RECORD                             
057100         AT END                                                   
057200             SET IM-SWEEP-EOF TO TRUE                             
057300             GO TO 1310-EXIT                                      
057400     END-READ.                                                    
057500     IF CK-KEY-ID NOT = IM-G-KEY-ID(IM-GI)                        
057600         SET IM-SWEEP-EOF TO TRUE                                 
057700         GO TO 1310-EXIT                                          
057800     END-IF.                                                      
057900     IF NOT CK-GEN-ACTIVE AND NOT CK-GEN-RETIRED                  
058000             AND NOT CK-GEN-COMPROMISED                           
058100         GO TO 1310-EXIT                                          
058200     END-IF.                                                      
058300     IF NOT IM-NEXT-GEN-FOUND                                     
058400         MOVE CK-EFFECTIVE-DATE TO IM-NEXT-GEN-DATE               
058500         SET IM-NEXT-GEN-FOUND TO TRUE                            
058600     END-IF.                                                      
058700     IF CK-GEN-ACTIVE AND CK-EFFECTIVE-DATE NOT > IM-RUN-DATE     
058800         MOVE CK-EFFECTIVE-DATE TO IM-G-REPLACE-DATE(IM-GI)       
058900     END-IF.                                                      
059000 1310-EXIT.                                                       
059100     EXIT.                                                        
059200*                                                                 
059300***************************************************************** 
059400* 1500-PRINT-WINDOW-LINE - ONE LINE PER COMPROMISED GENERATION   *
059500* SHOWING THE WINDOW THE SWEEPS WILL USE, FLAGGED WHEN THERE IS  *
059600* NO REPLACEMENT IN EFFECT FOR THE WORKLIST TO CONVERT ONTO.     *
059700***************************************************************** 
059800 1500-PRINT-WINDOW-LINE.                                          
059900     MOVE IM-G-KEY-ID(IM-GI) TO IM-WIN-KEY-ID.                    
060000     MOVE IM-G-GEN-DATE(IM-GI) TO IM-DATE-IN.                     
060100     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
060200     MOVE IM-DATE-EDITED TO IM-WIN-GEN-DATE.                      
060300     MOVE IM-G-COMPROMISE-DATE(IM-GI) TO IM-DATE-IN.              
060400     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
060500     MOVE IM-DATE-EDITED TO IM-WIN-COMPROMISE-DATE.               
060600     MOVE IM-G-WINDOW-FROM(IM-GI) TO IM-DATE-IN.                  
060700     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
060800     MOVE IM-DATE-EDITED TO IM-WIN-FROM.                          
060900     MOVE IM-G-WINDOW-TO(IM-GI) TO IM-DATE-IN.                    
061000     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
061100     MOVE IM-DATE-EDITED TO IM-WIN-TO.                            
061200     IF IM-G-REPLACE-DATE(IM-GI) = ZERO                           
061300         MOVE "** NO REPLACEMENT IN EFFECT - APPROVE ONE **"      
061400             TO IM-WIN-REMARK                                     
061500     ELSE                                                         
061600         MOVE SPACES TO IM-WIN-REMARK                             
061700     END-IF.                                                      
061800     MOVE IM-WINDOW-LINE TO IM-PRINT-LINE.                        
061900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
062000 1500-EXIT.                                                       
062100     EXIT.                                                        
062200*                                                                 
062300***************************************************************** 
062400* 2500-FILL-DETAIL-KEY - START A DETAIL LINE WITH THE KEY-ID AND *
062500* GENERATION OF TABLE ENTRY IM-GI.                               *
062600***************************************************************** 
062700 2500-FILL-DETAIL-KEY.                                            
062800     MOVE SPACES TO IM-DETAIL-LINE.                               
062900     MOVE IM-G-KEY-ID(IM-GI) TO IM-DET-KEY-ID.                    
063000     MOVE IM-G-GEN-DATE(IM-GI) TO IM-DATE-IN.                     
063100     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
063200     MOVE IM-DATE-EDITED TO IM-DET-GEN-DATE.                      
063300 2500-EXIT.                                                       
063400     EXIT.                                                        
063500*                                                                 
063600***************************************************************** 
063700* 2600-PUNCH-WORKLIST-CARD - WRITE ONE CEASCHG CONTROL CARD FOR  *
063800* THE EXPOSED FILE. THE CALLER HAS FILLED THE FEED ID, FILE DATE *
063900* AND SOURCE.                                                    *
064000***************************************************************** 
064100 2600-PUNCH-WORKLIST-CARD.                                        
064200     MOVE IM-G-KEY-ID(IM-GI) TO IM-WORK-OLD-KEY.                  
064300     MOVE IM-G-KEY-ID(IM-GI) TO IM-WORK-NEW-KEY.                  
064400     MOVE IM-G-GEN-DATE(IM-GI) TO IM-WORK-OLD-GEN.                
064500     WRITE IM-WORK-REC.                                           
064600     ADD 1 TO IM-TOT-WORKLIST.                                    
064700 2600-EXIT.                                                       
064800     EXIT.                                                        
064900*                                                                 
065000***************************************************************** 
065100* 2650-FORMAT-DATE - EDIT A YYYYMMDD DATE IN IM-DATE-IN INTO THE *
065200* YYYY/MM/DD SHAPE THE REPORT PRINTS.                            *
065300***************************************************************** 
065400 2650-FORMAT-DATE.                                                
065500     MOVE IM-DATE-IN(1:4) TO IM-DATE-ED-YYYY.                     
065600     MOVE IM-DATE-IN(5:2) TO IM-DATE-ED-MM.                       
065700     MOVE IM-DATE-IN(7:2) TO IM-DATE-ED-DD.                       
065800 2650-EXIT.                                                       
065900     EXIT.                                                        
066000*                                                                 
066100***************************************************************** 
066200* 2700-PRINT-REPORT-LINE - PRINT ONE LINE FROM IM-PRINT-LINE,    *
066300* BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE PAGE IS FULL.    *
066400***************************************************************** 
066500 2700-PRINT-REPORT-LINE.                                          
066600     IF IM-LINE-COUNT > IM-LINES-PER-PAGE                         
066700         PERFORM 2800-PRINT-PAGE-HEADING THRU 2800-EXIT           
066800     END-IF.                                                      
066900     WRITE IM-REPORT-REC FROM IM-PRINT-LINE                       
067000         AFTER ADVANCING 1 LINE.                                  
067100     ADD 1 TO IM-LINE-COUNT.                                      
067200 2700-EXIT.                                                       
067300     EXIT.                                                        
067400*                                                                 
067500 2800-PRINT-PAGE-HEADING.                                         
067600     ADD 1 TO IM-PAGE-COUNT.                                      
067700     MOVE IM-PAGE-COUNT TO IM-HEAD-PAGE.                          
067800     WRITE IM-REPORT-REC FROM IM-HEADING-1                        
067900         AFTER ADVANCING PAGE.                                    
068000     WRITE IM-REPORT-REC FROM IM-HEADING-2                        
068100         AFTER ADVANCING 1 LINE.                                  
068200     MOVE SPACES TO IM-REPORT-REC.                                
068300     WRITE IM-REPORT-REC AFTER ADVANCING 1 LINE.                  
068400     WRITE IM-REPORT-REC FROM IM-COLUMN-HEADER-LINE               
068500         AFTER ADVANCING 1 LINE.                                  
068600     MOVE SPACES TO IM-REPORT-REC.                                
068700     WRITE IM-REPORT-REC AFTER ADVANCING 1 LINE.                  
068800     MOVE 5 TO IM-LINE-COUNT.                                     
068900 2800-EXIT.                                                       
069000     EXIT.                                                        
069100*                                                                 
069200***************************************************************** 
069300* 3000-SWEEP-AUDIT-TRAIL - READ THE WHOLE AUDIT TRAIL AND COUNT  *
069400* EVERY MESSAGE CIPHERED UNDER A COMPROMISED GENERATION INSIDE   *
069500* ITS WINDOW, BY DAY AND PROGRAM. THIS IS ALSO HOW A             *
069600* MULTI-PARTNER FILE IS TIED TO THE KEY - THE REGISTERS ONLY SAY *
069700* *INFILE* FOR THOSE. RECORDS WRITTEN BEFORE THE GENERATION DATE *
069800* WAS CARRIED CANNOT BE TIED TO A GENERATION AND ARE PASSED      *
069900* OVER. A CEASINQ VIEW RECORD IN THE WINDOW ONLY ADDS TO THE     *
070000* VIEW TOTAL - IT CARRIES THE DATE THE MESSAGE WAS LOOKED AT,    *
070100* NOT THE DATE IT WAS CIPHERED.                                  *
070200***************************************************************** 
070300 3000-SWEEP-AUDIT-TRAIL.                                          
070400     PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT                
070500         UNTIL IM-END-OF-AUDIT.                                   
070600 3000-EXIT.                                                       
070700     EXIT.                                                        
070800*                                                                 
070900 3100-READ-AUDIT-RECORD.                                          
071000     READ AUDIT-TRAIL-FILE                                        
071100         AT END                                                   
071200             SET IM-END-OF-AUDIT TO TRUE                          
071300             GO TO 3100-EXIT                                      
071400     END-READ.                                                    
071500     IF IM-AUDIT-GEN-DATE NOT NUMERIC                             
071600             OR IM-AUDIT-DATE NOT NUMERIC                         
071700         GO TO 3100-EXIT                                          
071800     END-IF.                                                      
071900     PERFORM 3200-MATCH-AUDIT-RECORD THRU 3200-EXIT               
072000         VARYING IM-GI FROM 1 BY 1                                
072100         UNTIL IM-GI > IM-GEN-COUNT.                              
072200 3100-EXIT.                                                       
072300     EXIT.                                                        
072400*                                                                 
072500 3200-MATCH-AUDIT-RECORD.                                         
072600     IF IM-AUDIT-KEY-ID NOT = IM-G-KEY-ID(IM-GI)                  
072700             OR IM-AUDIT-GEN-DATE NOT = IM-G-GEN-DATE(IM-GI)      
072800             OR IM-AUDIT-DATE < IM-G-WINDOW-FROM(IM-GI)           
072900             OR IM-AUDIT-DATE > IM-G-WINDOW-TO(IM-GI)             
073000         GO TO 3200-EXIT                                          
073100     END-IF.                                                      
073200     IF IM-AUDIT-PROGRAM = "CEASINQ"                              
073300         ADD 1 TO IM-TOT-AUDIT-VIEWS                              
073400         GO TO 3200-EXIT                                          
073500     END-IF.                                                      
073600     MOVE "N" TO IM-ROW-FOUND-SWITCH.                             
073700     MOVE 1 TO IM-RI.                                             
073800     PERFORM 3210-CHECK-ONE-ROW THRU 3210-EXIT                    
073900         UNTIL IM-ROW-FOUND OR IM-RI > IM-ROW-COUNT.              
074000     IF NOT IM-ROW-FOUND                                          
074100         PERFORM 3220-OPEN-NEW-ROW THRU 3220-EXIT                 
074200     END-IF.                                                      
074300     ADD 1 TO IM-R-MSG-COUNT(IM-USE-ROW).                         
074400     ADD 1 TO IM-G-AUDIT-MSGS(IM-GI).                             
074500     ADD 1 TO IM-TOT-AUDIT-MSGS.                                  
074600 3200-EXIT.                                                       
074700     EXIT.                                                        
074800*                                                                 
074900 3210-CHECK-ONE-ROW.                                              
075000     IF IM-R-GEN-INDEX(IM-RI) = IM-GI                             
075100             AND IM-R-DATE(IM-RI) = IM-AUDIT-DATE                 
075200             AND IM-R-PROGRAM(IM-RI) = IM-AUDIT-PROGRAM           
075300         MOVE IM-RI TO IM-USE-ROW                                 
075400         SET IM-ROW-FOUND TO TRUE                                 
075500     END-IF.                                                      
075600     ADD 1 TO IM-RI.                                              
075700 3210-EXIT.                                                       
075800     EXIT.                                                        
075900*                                                                 
076000 3220-OPEN-NEW-ROW.                                               
076100     IF IM-ROW-COUNT = IM-ROW-MAX                                 
076200         DISPLAY "CEASIMP0010 - AUDIT SUMMARY TABLE FULL AT "     
076300             IM-ROW-MAX " ROWS"                                   
076400         MOVE 16 TO RETURN-CODE                                   
076500         GO TO 9900-ABEND-ROUTINE                                 
076600     END-IF.                                                      
076700     ADD 1 TO IM-ROW-COUNT.                                       
076800     MOVE IM-ROW-COUNT TO IM-USE-ROW.                             
076900     MOVE IM-GI TO IM-R-GEN-INDEX(IM-USE-ROW).                    
077000     MOVE IM-AUDIT-DATE TO IM-R-DATE(IM-USE-ROW).                 
077100     MOVE IM-AUDIT-PROGRAM TO IM-R-PROGRAM(IM-USE-ROW).           
077200     MOVE ZERO TO IM-R-MSG-COUNT(IM-USE-ROW).                     
077300 3220-EXIT.                                                       
077400     EXIT.                                                        
077500*                                                                 
077600***************************************************************** 
077700* 3300-FIND-AUDIT-DAY - SET IM-ROW-FOUND WHEN THE AUDIT SUMMARY  *
077800* HOLDS A ROW FOR TABLE ENTRY IM-GI ON DATE IM-WORK-DATE - THAT  *
077900* IS, THE COMPROMISED GENERATION WAS USED THAT DAY.              *
078000***************************************************************** 
078100 3300-FIND-AUDIT-DAY.                                             
078200     MOVE "N" TO IM-ROW-FOUND-SWITCH.                             
078300     MOVE 1 TO IM-RI.                                             
078400     PERFORM 3310-CHECK-ONE-DAY THRU 3310-EXIT                    
078500         UNTIL IM-ROW-FOUND OR IM-RI > IM-ROW-COUNT.              
078600 3300-EXIT.                                                       
078700     EXIT.                                                        
078800*                                                                 
078900 3310-CHECK-ONE-DAY.                                              
079000     IF IM-R-GEN-INDEX(IM-RI) = IM-GI                             
079100             AND IM-R-DATE(IM-RI) = IM-WORK-DATE                  
079200         SET IM-ROW-FOUND TO TRUE                                 
079300     END-IF.                                                      
079400     ADD 1 TO IM-RI.                                              
079500 3310-EXIT.                                                       
079600     EXIT.                                                        
079700*                                                                 
079800***************************************************************** 
079900* 4000-SWEEP-SHIP-REGISTER - LIST EVERY FILE SHIPPED UNDER A     *
080000* COMPROMISED GENERATION. A FILE ENCIPHERED UNDER THE KEY-ID ON  *
080100* A DAY INSIDE THE WINDOW WENT OUT UNDER THAT GENERATION, AND IS *
080200* PUNCHED ONTO THE WORKLIST TO BE RE-ENCRYPTED AND RESENT.       *
080300***************************************************************** 
080400 4000-SWEEP-SHIP-REGISTER.                                        
080500     MOVE "FILES SHIPPED UNDER A COMPROMISED GENERATION"          
080600         TO IM-SECTION-TITLE.                                     
080700     MOVE "(CEASTREG)" TO IM-SECTION-TITLE(46:10).                
080800     PERFORM 4900-PRINT-SECTION-TITLE THRU 4900-EXIT.             
080900     MOVE "N" TO IM-SWEEP-EOF-SWITCH.                             
081000     MOVE LOW-VALUES TO SR-KEY.                                   
081100     START SHIP-REGISTER-FILE KEY IS NOT LESS THAN SR-KEY         
081200         INVALID KEY                                              
081300             SET IM-SWEEP-EOF TO TRUE                             
081400     END-START.                                                   
081500     PERFORM 4100-SWEEP-NEXT-SHIPMENT THRU 4100-EXIT              
081600         UNTIL IM-SWEEP-EOF.                                      
081700 4000-EXIT.                                                       
081800     EXIT.                                                        
081900*                                                                 
082000 4100-SWEEP-NEXT-SHIPMENT.                                        
082100     READ SHIP-REGISTER-FILE NEXT RECORD                          
082200         AT END                                                   
082300             SET IM-SWEEP-EOF TO TRUE                             
082400         NOT AT END                                               
082500             PERFORM 4200-MATCH-SHIPMENT THRU 4200-EXIT           
082600                 VARYING IM-GI FROM 1 BY 1                        
082700                 UNTIL IM-GI > IM-GEN-COUNT                       
082800     END-READ.                                                    
082900 4100-EXIT.                                                       
083000     EXIT.                                                        
083100*                                                                 
083200 4200-MATCH-SHIPMENT.                                             
083300     IF SR-FILE-DATE < IM-G-WINDOW-FROM(IM-GI)                    
083400             OR SR-FILE-DATE > IM-G-WINDOW-TO(IM-GI)              
083500         GO TO 4200-EXIT                                          
083600     END-IF.                                                      
083700     IF SR-KEY-ID NOT = IM-G-KEY-ID(IM-GI)                        
083800             AND SR-KEY-ID NOT = "*INFILE*"                       
083900         GO TO 4200-EXIT                                          
084000     END-IF.                                                      
084100     IF SR-KEY-ID = "*INFILE*"                                    
084200         MOVE SR-FILE-DATE TO IM-WORK-DATE                        
084300         PERFORM 3300-FIND-AUDIT-DAY THRU 3300-EXIT               
084400         IF NOT IM-ROW-FOUND                                      
084500             GO TO 4200-EXIT                                      
084600         END-IF                                                   
084700     END-IF.                                                      
084800     PERFORM 2500-FILL-DETAIL-KEY THRU 2500-EXIT.                 
084900     MOVE "SHIPPED" TO IM-DET-SOURCE.                             
085000     MOVE SR-FEED-ID TO IM-DET-FEED-ID.                           
085100     MOVE SR-FILE-DATE TO IM-DATE-IN.                             
085200     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
085300     MOVE IM-DATE-EDITED TO IM-DET-FILE-DATE.                     
085400     MOVE SR-SHIP-DATE TO IM-DATE-IN.                             
085500     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
085600     MOVE IM-DATE-EDITED TO IM-DET-EVENT-DATE.                    
085700     MOVE "CEASSHP" TO IM-DET-PROGRAM.                            
085800     MOVE SR-TRL-COUNT TO IM-DET-MESSAGES.                        
085900     IF SR-KEY-ID = "*INFILE*"                                    
086000         MOVE "MULTI-PARTNER FILE - NOT ON WORKLIST"              
086100             TO IM-DET-REMARK                                     
086200         ADD 1 TO IM-G-MULTI(IM-GI)                               
086300         ADD 1 TO IM-TOT-MULTI                                    
086400     ELSE                                                         
086500         MOVE "RE-ENCRYPT AND RESEND - ON WORKLIST"               
086600             TO IM-DET-REMARK                                     
086700         ADD 1 TO IM-G-SHIPPED(IM-GI)                             
086800         ADD 1 TO IM-TOT-SHIPPED                                  
086900         MOVE SR-FEED-ID TO IM-WORK-FEED-ID                       
087000         MOVE SR-FILE-DATE TO IM-WORK-FILE-DATE                   
087100         MOVE "SHIPPED" TO IM-WORK-SOURCE                         
087200         PERFORM 2600-PUNCH-WORKLIST-CARD THRU 2600-EXIT          
087300     END-IF.                                                      
087400     MOVE IM-DETAIL-LINE TO IM-PRINT-LINE.                        
087500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
087600 4200-EXIT.                                                       
087700     EXIT.                                                        
087800*                                                                 
087900***************************************************************** 
088000* 4900-PRINT-SECTION-TITLE - A BLANK LINE, THEN THE TITLE IN     *
088100* IM-SECTION-TITLE.                                              *
088200***************************************************************** 
088300 4900-PRINT-SECTION-TITLE.                                        
088400     MOVE SPACES TO IM-PRINT-LINE.                                
088500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
088600     MOVE IM-SECTION-LINE TO IM-PRINT-LINE.                       
088700     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
088800 4900-EXIT.                                                       
088900     EXIT.                                                        
089000*                                                                 
089100***************************************************************** 
089200* 5000-SWEEP-PROCESSED-REGISTER - LIST EVERY PARTNER FILE WE     *
089300* DECRYPTED UNDER A COMPROMISED GENERATION INSIDE ITS WINDOW.    *
089400* ENCRYPT-MODE ENTRIES ARE OUR OWN FEEDS GOING OUT AND ARE       *
089500* ALREADY COVERED BY THE SHIPPED LIST. ENTRIES THAT PREDATE THE  *
089600* KEY FIELDS ARE COUNTED SO THE OPERATOR KNOWS HOW MUCH OF THE   *
089700* REGISTER COULD NOT BE TRACED.                                  *
089800***************************************************************** 
089900 5000-SWEEP-PROCESSED-REGISTER.                                   
090000     MOVE "FILES RECEIVED UNDER A COMPROMISED GENERATION"         
090100         TO IM-SECTION-TITLE.                                     
090200     MOVE "(CEASPREG)" TO IM-SECTION-TITLE(47:10).                
090300     PERFORM 4900-PRINT-SECTION-TITLE THRU 4900-EXIT.             
090400     MOVE "N" TO IM-SWEEP-EOF-SWITCH.                             
090500     MOVE LOW-VALUES TO IM-PROC-KEY.                              
090600     START PROCESSED-REGISTER-FILE                                
090700         KEY IS NOT LESS THAN IM-PROC-KEY                         
090800         INVALID KEY                                              
090900             SET IM-SWEEP-EOF TO TRUE                             
091000     END-START.                                                   
091100     PERFORM 5100-SWEEP-NEXT-PROCESSED THRU 5100-EXIT             
091200         UNTIL IM-SWEEP-EOF.                                      
091300 5000-EXIT.                                                       
091400     EXIT.                                                        
091500*                                                                 
091600 5100-SWEEP-NEXT-PROCESSED.                                       
091700     READ PROCESSED-REGISTER-FILE NEXT RECORD                     
091800         AT END                                                   
091900             SET IM-SWEEP-EOF TO TRUE                             
092000             GO TO 5100-EXIT                                      
092100     END-READ.                                                    
092200     IF IM-PROC-KEY-ID = SPACES                                   
092300         ADD 1 TO IM-TOT-UNTRACED                                 
092400         GO TO 5100-EXIT                                          
092500     END-IF.                                                      
092600     IF NOT IM-PROC-DECRYPT                                       
092700         GO TO 5100-EXIT                                          
092800     END-IF.                                                      
092900     PERFORM 5200-MATCH-PROCESSED THRU 5200-EXIT                  
093000         VARYING IM-GI FROM 1 BY 1                                
093100         UNTIL IM-GI > IM-GEN-COUNT.                              
093200 5100-EXIT.                                                       
093300     EXIT.                                                        
093400*                                                                 
093500 5200-MATCH-PROCESSED.                                            
093600     IF IM-PROC-RUN-DATE < IM-G-WINDOW-FROM(IM-GI)                
093700             OR IM-PROC-RUN-DATE > IM-G-WINDOW-TO(IM-GI)          
093800         GO TO 5200-EXIT                                          
093900     END-IF.                                                      
094000     IF IM-PROC-KEY-ID = "*INFILE*"                               
094100         MOVE IM-PROC-RUN-DATE TO IM-WORK-DATE                    
094200         PERFORM 3300-FIND-AUDIT-DAY THRU 3300-EXIT               
094300         IF NOT IM-ROW-FOUND                                      
094400             GO TO 5200-EXIT                                      
094500         END-IF                                                   
094600     ELSE                                                         
094700         IF IM-PROC-KEY-ID NOT = IM-G-KEY-ID(IM-GI)               
094800                 OR IM-PROC-GEN-DATE NOT = IM-G-GEN-DATE(IM-GI)   
094900             GO TO 5200-EXIT                                      
095000         END-IF                                                   
095100     END-IF.                                                      
095200     PERFORM 2500-FILL-DETAIL-KEY THRU 2500-EXIT.                 
095300     MOVE "RECEIVED" TO IM-DET-SOURCE.                            
095400     MOVE IM-PROC-FEED-ID TO IM-DET-FEED-ID.                      
095500     MOVE IM-PROC-FILE-DATE TO IM-DATE-IN.                        
095600     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
095700     MOVE IM-DATE-EDITED TO IM-DET-FILE-DATE.                     
095800     MOVE IM-PROC-RUN-DATE TO IM-DATE-IN.                         
095900     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
096000     MOVE IM-DATE-EDITED TO IM-DET-EVENT-DATE.                    
096100     MOVE "CEASER" TO IM-DET-PROGRAM.                             
096200     MOVE SPACES TO IM-DET-MESSAGES-X.                            
096300     IF IM-PROC-KEY-ID = "*INFILE*"                               
096400         MOVE "MULTI-PARTNER FILE - NOT ON WORKLIST"              
096500             TO IM-DET-REMARK                                     
096600         ADD 1 TO IM-G-MULTI(IM-GI)                               
096700         ADD 1 TO IM-TOT-MULTI                                    
096800     ELSE                                                         
096900         MOVE "RE-KEY RETAINED COPY - ON WORKLIST"                
097000             TO IM-DET-REMARK                                     
097100         ADD 1 TO IM-G-RECEIVED(IM-GI)                            
097200         ADD 1 TO IM-TOT-RECEIVED                                 
097300         MOVE IM-PROC-FEED-ID TO IM-WORK-FEED-ID                  
097400         MOVE IM-PROC-FILE-DATE TO IM-WORK-FILE-DATE              
097500         MOVE "RECEIVED" TO IM-WORK-SOURCE                        
097600         PERFORM 2600-PUNCH-WORKLIST-CARD THRU 2600-EXIT          
097700     END-IF.                                                      
097800     MOVE IM-DETAIL-LINE TO IM-PRINT-LINE.                        
097900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
098000 5200-EXIT.                                                       
098100     EXIT.                                                        
098200*                                                                 
098300***************************************************************** 
098400* 6000-PRINT-AUDIT-SUMMARY - ONE LINE PER COMPROMISED            *
098500* GENERATION, DAY AND PROGRAM WITH THE COUNT OF MESSAGES THE     *
098600* AUDIT TRAIL SHOWS CIPHERED UNDER IT. THIS IS THE EVIDENCE      *
098700* BEHIND THE FILE LISTS, AND THE ONLY TRACE OF CEASERV AND       *
098800* CEASCHG TRAFFIC.                                               *
098900***************************************************************** 
099000 6000-PRINT-AUDIT-SUMMARY.                                        
099100     MOVE "MESSAGES CIPHERED UNDER A COMPROMISED GENERATION"      
099200         TO IM-SECTION-TITLE.                                     
099300     MOVE "(CEASAUD)" TO IM-SECTION-TITLE(50:9).                  
099400     PERFORM 4900-PRINT-SECTION-TITLE THRU 4900-EXIT.             
099500     PERFORM 6100-PRINT-ONE-ROW THRU 6100-EXIT                    
099600         VARYING IM-RI FROM 1 BY 1                                
099700         UNTIL IM-RI > IM-ROW-COUNT.                              
099800 6000-EXIT.                                                       
099900     EXIT.                                                        
100000*                                                                 
100100 6100-PRINT-ONE-ROW.                                              
100200     MOVE IM-R-GEN-INDEX(IM-RI) TO IM-GI.                         
100300     PERFORM 2500-FILL-DETAIL-KEY THRU 2500-EXIT.                 
100400     MOVE "AUDIT" TO IM-DET-SOURCE.                               
100500     MOVE IM-R-DATE(IM-RI) TO IM-DATE-IN.                         
100600     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
100700     MOVE IM-DATE-EDITED TO IM-DET-EVENT-DATE.                    
100800     MOVE IM-R-PROGRAM(IM-RI) TO IM-DET-PROGRAM.                  
100900     MOVE IM-R-MSG-COUNT(IM-RI) TO IM-DET-MESSAGES.               
101000     MOVE IM-DETAIL-LINE TO IM-PRINT-LINE.                        
101100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
101200 6100-EXIT.                                                       
101300     EXIT.                                                        
101400*                                                                 
101500***************************************************************** 
101600* 7000-WRITE-NOTIFICATIONS - ONE NOTIFICATION RECORD PER         *
101700* COMPROMISED GENERATION, AND A NOTE ON THE REPORT FOR ANY       *
101800* GENERATION THE SWEEPS FOUND NOTHING UNDER.                     *
101900***************************************************************** 
102000 7000-WRITE-NOTIFICATIONS.                                        
102100     PERFORM 7100-WRITE-ONE-NOTIFICATION THRU 7100-EXIT           
102200         VARYING IM-GI FROM 1 BY 1                                
102300         UNTIL IM-GI > IM-GEN-COUNT.                              
102400 7000-EXIT.                                                       
102500     EXIT.                                                        
102600*                                                                 
102700 7100-WRITE-ONE-NOTIFICATION.                                     
102800     MOVE SPACES TO IM-NOTE-REC.                                  
102900     MOVE IM-G-KEY-ID(IM-GI) TO IM-NOTE-KEY-ID.                   
103000     MOVE IM-G-GEN-DATE(IM-GI) TO IM-NOTE-GEN-DATE.               
103100     MOVE IM-G-COMPROMISE-DATE(IM-GI) TO IM-NOTE-COMPROMISE-DATE. 
103200     MOVE IM-G-WINDOW-FROM(IM-GI) TO IM-NOTE-WINDOW-FROM.         
103300     MOVE IM-G-WINDOW-TO(IM-GI) TO IM-NOTE-WINDOW-TO.             
103400     MOVE IM-G-SHIPPED(IM-GI) TO IM-NOTE-SHIPPED.                 
103500     MOVE IM-G-RECEIVED(IM-GI) TO IM-NOTE-RECEIVED.               
103600     MOVE IM-G-MULTI(IM-GI) TO IM-NOTE-MULTI.                     
103700     MOVE IM-G-AUDIT-MSGS(IM-GI) TO IM-NOTE-AUDIT-MSGS.           
103800     MOVE IM-G-REPLACE-DATE(IM-GI) TO IM-NOTE-REPLACE-DATE.       
103900     WRITE IM-NOTE-REC.                                           
104000     IF IM-G-SHIPPED(IM-GI) = ZERO                                
104100             AND IM-G-RECEIVED(IM-GI) = ZERO                      
104200             AND IM-G-MULTI(IM-GI) = ZERO                         
104300             AND IM-G-AUDIT-MSGS(IM-GI) = ZERO                    
104400         PERFORM 1500-PRINT-WINDOW-LINE THRU 1500-EXIT            
104500         MOVE IM-NONE-FOUND-LINE TO IM-PRINT-LINE                 
104600         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
104700     END-IF.                                                      
104800 7100-EXIT.                                                       
104900     EXIT.                                                        
105000*                                                                 
105100***************************************************************** 
105200* 8000-PRINT-FINAL-TOTALS - PRINT THE GRAND-TOTAL PAGE. A BAD    *
105300* CONTROL CARD LEAVES RETURN CODE 8; OTHERWISE ANY EXPOSURE      *
105400* FOUND, OR A GENERATION WITH NO REPLACEMENT YET, LEAVES A       *
105500* WARNING RETURN CODE FOR THE SCHEDULER.                         *
105600***************************************************************** 
105700 8000-PRINT-FINAL-TOTALS.                                         
105800     MOVE 99 TO IM-LINE-COUNT.                                    
105900     MOVE IM-GRAND-HEADER-LINE TO IM-PRINT-LINE.                  
106000     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
106100     MOVE "CONTROL CARDS READ" TO IM-COUNT-LABEL.                 
106200     MOVE IM-TOT-CARDS TO IM-COUNT-VALUE.                         
106300     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.                
106400     MOVE "CONTROL CARDS REJECTED" TO IM-COUNT-LABEL.             
106500     MOVE IM-TOT-BAD-CARDS TO IM-COUNT-VALUE.                     
106600     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.                
106700     MOVE "COMPROMISED GENERATIONS TRACED" TO IM-COUNT-LABEL.     
106800     MOVE IM-GEN-COUNT TO IM-COUNT-VALUE.                         
106900     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.                
107000     MOVE "GENERATIONS WITH NO REPLACEMENT IN EFFECT"             
107100         TO IM-COUNT-LABEL.                                       
107200     MOVE IM-TOT-NO-REPLACEMENT TO IM-COUNT-VALUE.                
107300     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.                
107400     MOVE "FILES SHIPPED" TO IM-COUNT-LABEL.                      
107500     MOVE IM-TOT-SHIPPED TO IM-COUNT-VALUE.                       
107600     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.                
107700     MOVE "FILES RECEIVED" TO IM-COUNT-LABEL.                     
107800     MOVE IM-TOT-RECEIVED TO IM-COUNT-VALUE.                      
107900     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.                
108000     MOVE "MULTI-PARTNER FILES TO SPLIT BY HAND"                  
108100         TO IM-COUNT-LABEL.                                       
108200     MOVE IM-TOT-MULTI TO IM-COUNT-VALUE.                         
108300     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.                
108400     MOVE "WORKLIST CARDS PUNCHED" TO IM-COUNT-LABEL.             
108500     MOVE IM-TOT-WORKLIST TO IM-COUNT-VALUE.                      
108600     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.                
108700     MOVE "AUDIT MESSAGES UNDER COMPROMISED KEYS"                 
108800         TO IM-COUNT-LABEL.                                       
108900     MOVE IM-TOT-AUDIT-MSGS TO IM-COUNT-VALUE.                    
109000     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.                
109100     MOVE "CEASINQ VIEWS UNDER COMPROMISED KEYS"                  
109200         TO IM-COUNT-LABEL.                                       
109300     MOVE IM-TOT-AUDIT-VIEWS TO IM-COUNT-VALUE.                   
109400     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.                
109500     MOVE "CEASPREG RECORDS WITHOUT KEY DETAIL" TO IM-COUNT-LABEL.
109600     MOVE IM-TOT-UNTRACED TO IM-COUNT-VALUE.                      
109700     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.                
109800     IF IM-TOT-BAD-CARDS > ZERO                                   
109900         DISPLAY "CEASIMP0011 - " IM-TOT-BAD-CARDS                
110000             " CONTROL CARD(S) REJECTED - SEE MESSAGES ABOVE"     
110100         MOVE 8 TO RETURN-CODE                                    
110200         GO TO 8000-EXIT                                          
110300     END-IF.                                                      
110400     IF IM-TOT-SHIPPED > ZERO OR IM-TOT-RECEIVED > ZERO           
110500             OR IM-TOT-MULTI > ZERO OR IM-TOT-AUDIT-MSGS > ZERO   
110600             OR IM-TOT-NO-REPLACEMENT > ZERO                      
110700         DISPLAY "CEASIMP0012 - EXPOSURE FOUND - " IM-TOT-WORKLIST
110800             " WORKLIST CARD(S), " IM-TOT-MULTI                   
110900             " MULTI-PARTNER FILE(S)"                             
111000         MOVE 4 TO RETURN-CODE                                    
111100     END-IF.                                                      
111200 8000-EXIT.                                                       
111300     EXIT.                                                        
111400*                                                                 
111500 8100-PRINT-COUNT-LINE.                                           
111600     MOVE IM-COUNT-LINE TO IM-PRINT-LINE.                         
111700     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
111800 8100-EXIT.                                                       
111900     EXIT.                                                        
112000*                                                                 
112100***************************************************************** 
112200* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
112300***************************************************************** 
112400 9000-TERMINATE.                                                  
112500     CLOSE CEASER-KEY-FILE.                                       
112600     CLOSE SHIP-REGISTER-FILE.                                    
112700     CLOSE PROCESSED-REGISTER-FILE.                               
112800     CLOSE AUDIT-TRAIL-FILE.                                      
112900     CLOSE IMPACT-REPORT-FILE.                                    
113000     CLOSE WORKLIST-FILE.                                         
113100     CLOSE NOTIFICATION-FILE.                                     
113200 9000-EXIT.                                                       
113300     EXIT.                                                        
113400*                                                                 
113500***************************************************************** 
113600* 9900-ABEND-ROUTINE - REPORT A FATAL SETUP ERROR AND STOP.      *
113700***************************************************************** 
113800 9900-ABEND-ROUTINE.                                              
113900     DISPLAY "CEASIMP - JOB TERMINATED, RETURN CODE " RETURN-CODE.
114000     STOP RUN.                                                    
114100 9900-EXIT.                                                       
114200     EXIT.                                                        
