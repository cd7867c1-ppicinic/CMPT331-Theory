000100 IDENTIFICATION DIVISION.                                         
000200 PROGRAM-ID. CEASPMT.                                             
000300 AUTHOR. M W KOVAC.                                               
000400 INSTALLATION. DATA SECURITY SERVICES.                            
000500 DATE-WRITTEN. 10/15/2026.                                        
000600 DATE-COMPILED.                                                   
000700***************************************************************** 
000800* CEASPMT - PARTNER MASTER MAINTENANCE                           *
000900*                                                                *
001000* BATCH MAINTENANCE OF THE PARTNER MASTER (CEASPTNR, COPYBOOK    *
001100* PARTNER): WHICH PARTNERS SEND US FILES, UNDER WHICH FEED IDS   *
001200* AND KEY-IDS, ON WHICH DAYS AND BY WHAT TIME, THROUGH WHICH     *
001300* CIPHER PROGRAM, AND WHO TO CALL WHEN ONE DOES NOT TURN UP. ONE *
001400* CARD PER CHANGE ON CEASPTRN: ADD SETS UP A FEED WITH ITS       *
001500* SCHEDULE, CHANGE REPLACES ONE NAMED FIELD, DELETE REMOVES A    *
001600* FEED THAT HAS FIRST BEEN MADE INACTIVE. EVERY CARD IS EDITED   *
001700* IN FULL BEFORE THE MASTER IS TOUCHED, AND EVERY CARD IS        *
001800* PRINTED ON THE CEASPMTR REGISTER AS APPLIED OR REJECTED WITH   *
001900* THE REASON, FOLLOWED BY A LISTING OF THE WHOLE MASTER AS THE   *
002000* RUN LEFT IT.                                                   *
002100*                                                                *
002200* THE SUBMITTER'S USER ID COMES FROM THE PARM (PARM='USERID')    *
002300* AND IS STAMPED ON EVERY RECORD ADDED OR CHANGED. A KEY-ID IS   *
002400* ONLY ACCEPTED ONTO A FEED WHEN CEASKEY HOLDS AT LEAST ONE      *
002500* GENERATION OF IT, SO A MISKEYED KEY-ID IS CAUGHT HERE RATHER   *
002600* THAN BY THE MONITOR.                                           *
002700***************************************************************** 
002800*                                                                 
002900* MODIFICATION HISTORY.                                           
003000*  DATE       INIT  DESCRIPTION                                   
003100*  10/15/2026 MWK   ORIGINAL CODING - PARTNER MASTER FILE         
003200*                   MAINTENANCE.                                  
003300*                                                                 
003400 ENVIRONMENT DIVISION.                                            
003500 CONFIGURATION SECTION.                                           
003600 SOURCE-COMPUTER. IBM-370.                                        
003700 OBJECT-COMPUTER. IBM-370.                                        
003800 INPUT-OUTPUT SECTION.                                            
003900 FILE-CONTROL.                                                    
004000     SELECT PARTNER-MASTER-FILE ASSIGN TO CEASPTNR                
004100         ORGANIZATION IS INDEXED                                  
004200         ACCESS MODE IS DYNAMIC                                   
004300         RECORD KEY IS PM-KEY                                     
004400         FILE STATUS IS PT-PTNR-FILE-STATUS.                      
004500     SELECT CEASER-KEY-FILE ASSIGN TO CEASKEY                     
004600         ORGANIZATION IS INDEXED                                  
004700         ACCESS MODE IS DYNAMIC                                   
004800         RECORD KEY IS CK-KEY                                     
004900         FILE STATUS IS PT-KEY-FILE-STATUS.                       
005000     SELECT PARTNER-TRANSACTION-FILE ASSIGN TO CEASPTRN           
005100         ORGANIZATION IS SEQUENTIAL.                              
005200     SELECT PARTNER-REGISTER-FILE ASSIGN TO CEASPMTR              
005300         ORGANIZATION IS SEQUENTIAL.                              
005400*                                                                 
005500 DATA DIVISION.                                                   
005600 FILE SECTION.                                                    
005700 FD  PARTNER-MASTER-FILE                                          
005800     RECORD CONTAINS 400 CHARACTERS.                              
005900     COPY PARTNER.                                                
006000*                                                                 
006100*    KEY TABLE - READ ONLY, TO PROVE A KEY-ID EXISTS.             
006200 FD  CEASER-KEY-FILE                                              
006300     RECORD CONTAINS 128 CHARACTERS.                              
006400     COPY CIPHERKY.                                               
006500*                                                                 
006600*    PARTNER MAINTENANCE CARD - ONE CARD PER CHANGE.              
006700*    COLUMNS  1- 6  ACTION - ADD, CHANGE OR DELETE.               
006800*    COLUMNS  7-14  FEED ID, AS THE PARTNER PUTS IT ON THE *HDR.  
006900*    ADD:                                                         
007000*    COLUMNS 15-22  PARTNER ID.                                   
007100*    COLUMNS 23-30  CIPHER PROGRAM - CEASER OR CEASERV.           
007200*    COLUMNS 31-37  ARRIVAL DAYS - SEVEN Y/N BYTES, MONDAY FIRST. 
007300*    COLUMNS 38-41  CUTOFF TIME (HHMM, 24-HOUR CLOCK).            
007400*    COLUMNS 42-71  PARTNER NAME.                                 
007500*    COLUMNS 72-80  RESERVED.                                     
007600*    CHANGE:                                                      
007700*    COLUMNS 15-22  FIELD NAME - PARTNER, NAME, CIPHER, DAYS,     
007800*                   CUTOFF, STATUS (A OR I), CONTACT, PHONE,      
007900*                   EMAIL, ALTCONT, ALTPHONE, ALTEMAIL, ADDKEY    
008000*                   OR DROPKEY.                                   
008100*    COLUMNS 23-80  NEW VALUE, LEFT-JUSTIFIED. FOR ADDKEY AND     
008200*                   DROPKEY, THE KEY-ID TO ADD TO OR DROP FROM    
008300*                   THE FEED'S LIST.                              
008400*    DELETE:                                                      
008500*    COLUMNS 15-80  RESERVED.                                     
008600 FD  PARTNER-TRANSACTION-FILE                                     
008700     RECORDING MODE IS F                                          
008800     RECORD CONTAINS 80 CHARACTERS.                               
008900 01  PT-TRAN-REC.                                                 
009000     05  PT-TRAN-ACTION          PIC X(06).                       
009100     05  PT-TRAN-FEED-ID         PIC X(08).                       
009200     05  PT-TRAN-DATA            PIC X(66).                       
009300     05  PT-TRAN-ADD-FIELDS REDEFINES PT-TRAN-DATA.               
009400         10  PT-TRAN-PARTNER-ID  PIC X(08).                       
009500         10  PT-TRAN-CIPHER      PIC X(08).                       
009600         10  PT-TRAN-DAYS        PIC X(07).                       
009700         10  PT-TRAN-CUTOFF      PIC X(04).                       
009800         10  PT-TRAN-NAME        PIC X(30).                       
009900         10  FILLER              PIC X(09).                       
010000     05  PT-TRAN-CHANGE-FIELDS REDEFINES PT-TRAN-DATA.            
010100         10  PT-TRAN-FIELD       PIC X(08).                       
010200         10  PT-TRAN-VALUE       PIC X(58).                       
010300*                                                                 
010400 FD  PARTNER-REGISTER-FILE                                        
010500     RECORDING MODE IS F                                          
010600     RECORD CONTAINS 132 CHARACTERS.                              
010700 01  PT-REGISTER-REC             PIC X(132).                      
010800*                                                                 
010900 WORKING-STORAGE SECTION.                                         
011000*                                                                 
011100*    PROGRAM SWITCHES.                                            
011200 77  PT-TRAN-EOF-SWITCH           PIC X(01) VALUE "N".            
011300     88  PT-END-OF-TRANS                    VALUE "Y".            
011400 77  PT-MASTER-EOF-SWITCH         PIC X(01) VALUE "N".            
011500     88  PT-END-OF-MASTER                   VALUE "Y".            
011600 77  PT-VALID-SWITCH              PIC X(01) VALUE "N".            
011700     88  PT-TRAN-VALID                      VALUE "Y".            
011800 77  PT-APPLIED-SWITCH            PIC X(01) VALUE "N".            
011900     88  PT-TRAN-APPLIED                    VALUE "Y".            
012000 77  PT-FOUND-SWITCH              PIC X(01) VALUE "N".            
012100     88  PT-KEY-ID-FOUND                    VALUE "Y".            
012200*                                                                 
012300*    FILE STATUS FIELDS.                                          
012400 77  PT-PTNR-FILE-STATUS          PIC X(02) VALUE SPACES.         
012500 77  PT-KEY-FILE-STATUS           PIC X(02) VALUE SPACES.         
012600*                                                                 
012700*    USER ID OF THE SUBMITTER, FROM THE PARM.                     
012800 77  PT-USER-ID                   PIC X(08) VALUE SPACES.         
012900 77  PT-PARM-USER-LENGTH          PIC S9(4) COMP VALUE ZERO.      
013000*                                                                 
013100*    RUN DATE AND TIME, AND THE TIMESTAMP OF THE CHANGE BEING     
013200*    APPLIED.                                                     
013300 77  PT-RUN-DATE                  PIC 9(08) VALUE ZERO.           
013400 77  PT-RUN-TIME                  PIC 9(08) VALUE ZERO.           
013500 77  PT-CHANGE-DATE               PIC 9(08) VALUE ZERO.           
013600 77  PT-CHANGE-TIME               PIC 9(08) VALUE ZERO.           
013700*                                                                 
013800*    CARD EDIT WORK FIELDS.                                       
013900 77  PT-REJECT-REASON             PIC X(40) VALUE SPACES.         
014000 77  PT-FIELD-LENGTH              PIC 9(02) VALUE ZERO.           
014100 77  PT-REST-START                PIC 9(02) VALUE ZERO.           
014200 77  PT-REST-LENGTH               PIC 9(02) VALUE ZERO.           
014300 77  PT-YN-COUNT                  PIC 9(02) COMP VALUE ZERO.      
014400 77  PT-EDIT-DAYS                 PIC X(07) VALUE SPACES.         
014500 77  PT-EDIT-KEY-ID               PIC X(08) VALUE SPACES.         
014600 01  PT-EDIT-CUTOFF               PIC X(04) VALUE SPACES.         
014700 01  PT-EDIT-CUTOFF-N REDEFINES PT-EDIT-CUTOFF.                   
014800     05  PT-EDIT-CUTOFF-HH       PIC 9(02).                       
014900     05  PT-EDIT-CUTOFF-MM       PIC 9(02).                       
015000*                                                                 
015100*    KEY-ID LIST SEARCH FIELDS.                                   
015200 77  PT-KEY-SLOT-MAX              PIC 9(04) COMP VALUE 4.         
015300 77  PT-KI                        PIC 9(04) COMP VALUE 1.         
015400 77  PT-USE-INDEX                 PIC 9(04) COMP VALUE ZERO.      
015500 77  PT-FREE-INDEX                PIC 9(04) COMP VALUE ZERO.      
015600*                                                                 
015700*    REGISTER COUNTERS AND PAGE CONTROL. THE LINE COUNT STARTS    
015800*    PAST THE PAGE LIMIT SO THE FIRST PRINTED LINE FORCES THE     
015900*    FIRST PAGE HEADING.                                          
016000 77  PT-CARDS-READ                PIC 9(05) COMP VALUE ZERO.      
016100 77  PT-CARDS-APPLIED             PIC 9(05) COMP VALUE ZERO.      
016200 77  PT-CARDS-REJECTED            PIC 9(05) COMP VALUE ZERO.      
016300 77  PT-FEEDS-LISTED              PIC 9(05) COMP VALUE ZERO.      
016400 77  PT-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
016500 77  PT-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
016600 77  PT-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
016700*                                                                 
016800*    REGISTER LINE LAYOUTS.                                       
016900 01  PT-PRINT-LINE                PIC X(132) VALUE SPACES.        
017000*                                                                 
017100 01  PT-HEADING-1.                                                
017200     05  FILLER                  PIC X(08) VALUE "CEASPMT ".      
017300     05  FILLER                  PIC X(30) VALUE SPACES.          
017400     05  FILLER                  PIC X(41) VALUE                  
017500         "PARTNER MASTER MAINTENANCE REGISTER".                   
017600     05  FILLER                  PIC X(35) VALUE SPACES.          
017700     05  FILLER                  PIC X(05) VALUE "PAGE ".         
017800     05  PT-HEAD-PAGE            PIC ZZZ9.                        
017900     05  FILLER                  PIC X(09) VALUE SPACES.          
018000*                                                                 
018100 01  PT-HEADING-2.                                                
018200     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
018300     05  PT-HEAD-RUN-DATE        PIC 9(08).                       
018400     05  FILLER                  PIC X(04) VALUE SPACES.          
018500     05  FILLER                  PIC X(08) VALUE "USER ID ".      
018600     05  PT-HEAD-USER-ID         PIC X(08).                       
018700     05  FILLER                  PIC X(95) VALUE SPACES.          
018800*                                                                 
018900 01  PT-SECTION-LINE.                                             
019000     05  PT-SECTION-TITLE        PIC X(60).                       
019100     05  FILLER                  PIC X(72) VALUE SPACES.          
019200*                                                                 
019300 01  PT-COLUMN-HEADER-LINE.                                       
019400     05  FILLER                  PIC X(01) VALUE SPACE.           
019500     05  FILLER                  PIC X(07) VALUE "CARD".          
019600     05  FILLER                  PIC X(08) VALUE "ACTION".        
019700     05  FILLER                  PIC X(10) VALUE "FEED ID".       
019800     05  FILLER                  PIC X(10) VALUE "FIELD".         
019900     05  FILLER                  PIC X(10) VALUE "DISP".          
020000     05  FILLER                  PIC X(06) VALUE "REASON".        
020100     05  FILLER                  PIC X(80) VALUE SPACES.          
020200*                                                                 
020300 01  PT-DETAIL-LINE.                                              
020400     05  FILLER                  PIC X(01) VALUE SPACE.           
020500     05  PT-DET-CARD             PIC ZZZZ9.                       
020600     05  FILLER                  PIC X(02) VALUE SPACES.          
020700     05  PT-DET-ACTION           PIC X(06).                       
020800     05  FILLER                  PIC X(02) VALUE SPACES.          
020900     05  PT-DET-FEED-ID          PIC X(08).                       
021000     05  FILLER                  PIC X(02) VALUE SPACES.          
021100     05  PT-DET-FIELD            PIC X(08).                       
021200     05  FILLER                  PIC X(02) VALUE SPACES.          
021300     05  PT-DET-DISP             PIC X(08).                       
021400     05  FILLER                  PIC X(02) VALUE SPACES.          
021500     05  PT-DET-REASON           PIC X(40).                       
021600     05  FILLER                  PIC X(46) VALUE SPACES.          
021700*                                                                 
021800 01  PT-COUNT-LINE.                                               
021900     05  FILLER                  PIC X(05) VALUE SPACES.          
022000     05  PT-COUNT-LABEL          PIC X(25).                       
022100     05  PT-COUNT-VALUE          PIC ZZZ,ZZ9.                     
022200     05  FILLER                  PIC X(95) VALUE SPACES.          
022300*                                                                 
022400 01  PT-LIST-HEADER-LINE.                                         
022500     05  FILLER                  PIC X(01) VALUE SPACE.           
022600     05  FILLER                  PIC X(10) VALUE "FEED ID".       
022700     05  FILLER                  PIC X(10) VALUE "PARTNER".       
022800     05  FILLER                  PIC X(32) VALUE "PARTNER NAME".  
022900     05  FILLER                  PIC X(03) VALUE "ST".            
023000     05  FILLER                  PIC X(10) VALUE "CIPHER".        
023100     05  FILLER                  PIC X(09) VALUE "MTWTFSS".       
023200     05  FILLER                  PIC X(07) VALUE "CUTOFF".        
023300     05  FILLER                  PIC X(07) VALUE "KEY-IDS".       
023400     05  FILLER                  PIC X(43) VALUE SPACES.          
023500*                                                                 
023600 01  PT-LIST-LINE.                                                
023700     05  FILLER                  PIC X(01) VALUE SPACE.           
023800     05  PT-LST-FEED-ID          PIC X(08).                       
023900     05  FILLER                  PIC X(02) VALUE SPACES.          
024000     05  PT-LST-PARTNER-ID       PIC X(08).                       
024100     05  FILLER                  PIC X(02) VALUE SPACES.          
024200     05  PT-LST-NAME             PIC X(30).                       
024300     05  FILLER                  PIC X(02) VALUE SPACES.          
024400     05  PT-LST-STATUS           PIC X(01).                       
024500     05  FILLER                  PIC X(02) VALUE SPACES.          
024600     05  PT-LST-CIPHER           PIC X(08).                       
024700     05  FILLER                  PIC X(02) VALUE SPACES.          
024800     05  PT-LST-DAYS             PIC X(07).                       
024900     05  FILLER                  PIC X(02) VALUE SPACES.          
025000     05  PT-LST-CUTOFF-HH        PIC X(02).                       
025100     05  FILLER                  PIC X(01) VALUE ":".             
025200     05  PT-LST-CUTOFF-MM        PIC X(02).                       
025300     05  FILLER                  PIC X(02) VALUE SPACES.          
025400     05  PT-LST-KEY-ID-1         PIC X(08).                       
025500     05  FILLER                  PIC X(01) VALUE SPACE.           
025600     05  PT-LST-KEY-ID-2         PIC X(08).                       
025700     05  FILLER                  PIC X(01) VALUE SPACE.           
025800     05  PT-LST-KEY-ID-3         PIC X(08).                       
025900     05  FILLER                  PIC X(01) VALUE SPACE.           
026000     05  PT-LST-KEY-ID-4         PIC X(08).                       
026100     05  FILLER                  PIC X(15) VALUE SPACES.          
026200*                                                                 
026300 01  PT-CONTACT-LINE.                                             
026400     05  FILLER                  PIC X(11) VALUE SPACES.          
026500     05  PT-CON-LABEL            PIC X(10).                       
026600     05  PT-CON-NAME             PIC X(30).                       
026700     05  FILLER                  PIC X(02) VALUE SPACES.          
026800     05  PT-CON-PHONE            PIC X(20).                       
026900     05  FILLER                  PIC X(02) VALUE SPACES.          
027000     05  PT-CON-EMAIL            PIC X(50).                       
027100     05  FILLER                  PIC X(07) VALUE SPACES.          
027200*                                                                 
027300 LINKAGE SECTION.                                                 
027400 01  LK-PARM-AREA.                                                
027500     05  LK-PARM-LENGTH           PIC S9(4) COMP.                 
027600     05  LK-PARM-DATA             PIC X(08).                      
027700*                                                                 
027800 PROCEDURE DIVISION USING LK-PARM-AREA.                           
027900***************************************************************** 
028000* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
028100***************************************************************** 
028200 0000-MAINLINE.                                                   
028300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
028400     PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT                 
028500         UNTIL PT-END-OF-TRANS.                                   
028600     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.                    
028700     PERFORM 4000-LIST-PARTNER-MASTER THRU 4000-EXIT.             
028800     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
028900     STOP RUN.                                                    
029000*                                                                 
029100***************************************************************** 
029200* 1000-INITIALIZE - TAKE THE USER ID FROM THE PARM AND OPEN THE  *
029300* FILES. A CHANGE WITH NO USER ID BEHIND IT IS NOT APPLIED, SO A *
029400* MISSING PARM ENDS THE RUN BEFORE ANY CARD IS READ.             *
029500***************************************************************** 
029600 1000-INITIALIZE.                                                 
029700     IF LK-PARM-LENGTH > ZERO                                     
029800         MOVE LK-PARM-LENGTH TO PT-PARM-USER-LENGTH               
029900         IF PT-PARM-USER-LENGTH > 8                               
030000             MOVE 8 TO PT-PARM-USER-LENGTH                        
030100         END-IF                                                   
030200         MOVE LK-PARM-DATA(1:PT-PARM-USER-LENGTH) TO PT-USER-ID   
030300     END-IF.                                                      
030400     IF PT-USER-ID = SPACES                                       
030500         DISPLAY "CEASPMT0001 - NO USER ID - RUN WITH "           
030600             "PARM='USERID'"                                      
030700         MOVE 16 TO RETURN-CODE                                   
030800         GO TO 9900-ABEND-ROUTINE                                 
030900     END-IF.                                                      
031000     ACCEPT PT-RUN-DATE FROM DATE YYYYMMDD.                       
031100     ACCEPT PT-RUN-TIME FROM TIME.                                
031200     OPEN I-O PARTNER-MASTER-FILE.                                
031300     IF PT-PTNR-FILE-STATUS NOT = "00"                            
031400         DISPLAY "CEASPMT0002 - CEASPTNR OPEN FAILED, STATUS "    
031500             PT-PTNR-FILE-STATUS                                  
031600         MOVE 19 TO RETURN-CODE                                   
031700         GO TO 9900-ABEND-ROUTINE                                 
031800     END-IF.                                                      
031900     OPEN INPUT CEASER-KEY-FILE.                                  
032000     IF PT-KEY-FILE-STATUS NOT = "00"                             
032100         DISPLAY "CEASPMT0003 - CEASKEY OPEN FAILED, STATUS "     
032200             PT-KEY-FILE-STATUS                                   
032300         CLOSE PARTNER-MASTER-FILE                                
032400         MOVE 19 TO RETURN-CODE                                   
032500         GO TO 9900-ABEND-ROUTINE                                 
032600     END-IF.                                                      
032700     OPEN INPUT PARTNER-TRANSACTION-FILE.                         
032800     OPEN OUTPUT PARTNER-REGISTER-FILE.                           
032900     MOVE PT-RUN-DATE TO PT-HEAD-RUN-DATE.                        
033000     MOVE PT-USER-ID TO PT-HEAD-USER-ID.                          
033100     MOVE "MAINTENANCE CARDS" TO PT-SECTION-TITLE.                
033200     MOVE PT-SECTION-LINE TO PT-PRINT-LINE.                       
033300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
033400     MOVE PT-COLUMN-HEADER-LINE TO PT-PRINT-LINE.                 
033500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
033600 1000-EXIT.                                                       
033700     EXIT.                                                        
033800*                                                                 
033900***************************************************************** 
034000* 2000-PROCESS-ONE-CARD - READ ONE MAINTENANCE CARD, EDIT IT,    *
034100* APPLY IT IF EVERY EDIT PASSES, AND PRINT IT ON THE REGISTER.   *
034200***************************************************************** 
034300 2000-PROCESS-ONE-CARD.                                           
034400     READ PARTNER-TRANSACTION-FILE                                
034500         AT END                                                   
034600             SET PT-END-OF-TRANS TO TRUE                          
034700             GO TO 2000-EXIT                                      
034800     END-READ.                                                    
034900     ADD 1 TO PT-CARDS-READ.                                      
035000     PERFORM 2100-VALIDATE-CARD THRU 2100-EXIT.                   
035100     IF PT-TRAN-VALID                                             
035200         PERFORM 2200-APPLY-CARD THRU 2200-EXIT                   
035300     END-IF.                                                      
035400     PERFORM 2600-PRINT-REGISTER-LINE THRU 2600-EXIT.             
035500 2000-EXIT.                                                       
035600     EXIT.                                                        
035700*                                                                 
035800***************************************************************** 
035900* 2100-VALIDATE-CARD - EDIT THE CARD IN HAND. A FAILED EDIT      *
036000* LEAVES THE REASON FOR THE REGISTER; NOTHING TOUCHES THE MASTER *
036100* UNLESS EVERY EDIT PASSES.                                      *
036200***************************************************************** 
036300 2100-VALIDATE-CARD.                                              
036400     MOVE "N" TO PT-VALID-SWITCH.                                 
036500     MOVE "N" TO PT-APPLIED-SWITCH.                               
036600     MOVE SPACES TO PT-REJECT-REASON.                             
036700     IF PT-TRAN-ACTION NOT = "ADD"                                
036800             AND PT-TRAN-ACTION NOT = "CHANGE"                    
036900             AND PT-TRAN-ACTION NOT = "DELETE"                    
037000         MOVE "ACTION CODE NOT RECOGNIZED" TO PT-REJECT-REASON    
037100         GO TO 2100-EXIT                                          
037200     END-IF.                                                      
037300     IF PT-TRAN-FEED-ID = SPACES                                  
037400         MOVE "FEED ID IS BLANK" TO PT-REJECT-REASON              
037500         GO TO 2100-EXIT                                          
037600     END-IF.                                                      
037700*    *INFILE* IS THE KEY-ID THAT TELLS THE CIPHER PROGRAMS TO     
037800*    READ *KEY HEADERS - IT CAN NEVER BE A PARTNER'S FEED ID.     
037900     IF PT-TRAN-FEED-ID = "*INFILE*"                              
038000         MOVE "*INFILE* CANNOT BE A FEED ID" TO PT-REJECT-REASON  
038100         GO TO 2100-EXIT                                          
038200     END-IF.                                                      
038300     EVALUATE PT-TRAN-ACTION                                      
038400         WHEN "ADD"                                               
038500             PERFORM 2110-VALIDATE-ADD THRU 2110-EXIT             
038600         WHEN "CHANGE"                                            
038700             PERFORM 2120-VALIDATE-CHANGE THRU 2120-EXIT          
038800         WHEN OTHER                                               
038900             SET PT-TRAN-VALID TO TRUE                            
039000     END-EVALUATE.                                                
039100 2100-EXIT.                                                       
039200     EXIT.                                                        
039300*                                                                 
039400 2110-VALIDATE-ADD.                                               
039500     IF PT-TRAN-PARTNER-ID = SPACES                               
039600         MOVE "PARTNER ID IS BLANK" TO PT-REJECT-REASON           
039700         GO TO 2110-EXIT                                          
039800     END-IF.                                                      
039900     IF PT-TRAN-CIPHER NOT = "CEASER" AND                         
040000             PT-TRAN-CIPHER NOT = "CEASERV"                       
040100         MOVE "CIPHER PROGRAM NOT CEASER OR CEASERV"              
040200             TO PT-REJECT-REASON                                  
040300         GO TO 2110-EXIT                                          
040400     END-IF.                                                      
040500     MOVE PT-TRAN-DAYS TO PT-EDIT-DAYS.                           
040600     PERFORM 2150-EDIT-ARRIVAL-DAYS THRU 2150-EXIT.               
040700     IF PT-REJECT-REASON NOT = SPACES                             
040800         GO TO 2110-EXIT                                          
040900     END-IF.                                                      
041000     MOVE PT-TRAN-CUTOFF TO PT-EDIT-CUTOFF.                       
041100     PERFORM 2160-EDIT-CUTOFF-TIME THRU 2160-EXIT.                
041200     IF PT-REJECT-REASON NOT = SPACES                             
041300         GO TO 2110-EXIT                                          
041400     END-IF.                                                      
041500     IF PT-TRAN-NAME = SPACES                                     
041600         MOVE "PARTNER NAME IS BLANK" TO PT-REJECT-REASON         
041700         GO TO 2110-EXIT                                          
041800     END-IF.                                                      
041900     SET PT-TRAN-VALID TO TRUE.                                   
042000 2110-EXIT.                                                       
042100     EXIT.                                                        
042200*                                                                 
042300***************************************************************** 
042400* 2120-VALIDATE-CHANGE - THE FIELD NAME MUST BE ONE THIS PROGRAM *
042500* MAINTAINS, THE NEW VALUE MUST FIT THE FIELD, AND IT MUST PASS  *
042600* THE SAME EDIT AN ADD WOULD GIVE IT.                            *
042700***************************************************************** 
042800 2120-VALIDATE-CHANGE.                                            
042900     EVALUATE PT-TRAN-FIELD                                       
043000         WHEN "PARTNER"                                           
043100             MOVE 8 TO PT-FIELD-LENGTH                            
043200         WHEN "NAME"                                              
043300             MOVE 30 TO PT-FIELD-LENGTH                           
043400         WHEN "CIPHER"                                            
043500             MOVE 8 TO PT-FIELD-LENGTH                            
043600         WHEN "DAYS"                                              
043700             MOVE 7 TO PT-FIELD-LENGTH                            
043800         WHEN "CUTOFF"                                            
043900             MOVE 4 TO PT-FIELD-LENGTH                            
044000         WHEN "STATUS"                                            
044100             MOVE 1 TO PT-FIELD-LENGTH                            
044200         WHEN "CONTACT"                                           
044300             MOVE 30 TO PT-FIELD-LENGTH                           
044400         WHEN "PHONE"                                             
044500             MOVE 20 TO PT-FIELD-LENGTH                           
044600         WHEN "EMAIL"                                             
044700             MOVE 50 TO PT-FIELD-LENGTH                           
044800         WHEN "ALTCONT"                                           
044900             MOVE 30 TO PT-FIELD-LENGTH                           
045000         WHEN "ALTPHONE"                                          
045100             MOVE 20 TO PT-FIELD-LENGTH                           
045200         WHEN "ALTEMAIL"                                          
045300             MOVE 50 TO PT-FIELD-LENGTH                           
045400         WHEN "ADDKEY"                                            
045500             MOVE 8 TO PT-FIELD-LENGTH                            
045600         WHEN "DROPKEY"                                           
045700             MOVE 8 TO PT-FIELD-LENGTH                            
045800         WHEN OTHER                                               
045900             MOVE "FIELD NAME NOT RECOGNIZED" TO PT-REJECT-REASON 
046000             GO TO 2120-EXIT                                      
046100     END-EVALUATE.                                                
046200     COMPUTE PT-REST-START = PT-FIELD-LENGTH + 1.                 
046300     COMPUTE PT-REST-LENGTH = 58 - PT-FIELD-LENGTH.               
046400     IF PT-TRAN-VALUE(PT-REST-START:PT-REST-LENGTH) NOT = SPACES  
046500         MOVE "VALUE IS TOO LONG FOR THE FIELD"                   
046600             TO PT-REJECT-REASON                                  
046700         GO TO 2120-EXIT                                          
046800     END-IF.                                                      
046900     EVALUATE PT-TRAN-FIELD                                       
047000         WHEN "PARTNER"                                           
047100             IF PT-TRAN-VALUE = SPACES                            
047200                 MOVE "PARTNER ID IS BLANK" TO PT-REJECT-REASON   
047300             END-IF                                               
047400         WHEN "NAME"                                              
047500             IF PT-TRAN-VALUE = SPACES                            
047600                 MOVE "PARTNER NAME IS BLANK" TO PT-REJECT-REASON 
047700             END-IF                                               
047800         WHEN "CIPHER"                                            
047900             IF PT-TRAN-VALUE NOT = "CEASER" AND                  
048000                     PT-TRAN-VALUE NOT = "CEASERV"                
048100                 MOVE "CIPHER PROGRAM NOT CEASER OR CEASERV"      
048200                     TO PT-REJECT-REASON                          
048300             END-IF                                               
048400         WHEN "DAYS"                                              
048500             MOVE PT-TRAN-VALUE TO PT-EDIT-DAYS                   
048600             PERFORM 2150-EDIT-ARRIVAL-DAYS THRU 2150-EXIT        
048700         WHEN "CUTOFF"                                            
048800             MOVE PT-TRAN-VALUE TO PT-EDIT-CUTOFF                 
048900             PERFORM 2160-EDIT-CUTOFF-TIME THRU 2160-EXIT         
049000         WHEN "STATUS"                                            
049100             IF PT-TRAN-VALUE NOT = "A"                           
049200                     AND PT-TRAN-VALUE NOT = "I"                  
049300                 MOVE "STATUS NOT A OR I" TO PT-REJECT-REASON     
049400             END-IF                                               
049500         WHEN "ADDKEY"                                            
049600             MOVE PT-TRAN-VALUE TO PT-EDIT-KEY-ID                 
049700             PERFORM 2170-EDIT-KEY-ID THRU 2170-EXIT              
049800         WHEN "DROPKEY"                                           
049900             IF PT-TRAN-VALUE = SPACES                            
050000                 MOVE "KEY-ID IS BLANK" TO PT-REJECT-REASON       
050100             END-IF                                               
050200     END-EVALUATE.                                                
050300     IF PT-REJECT-REASON = SPACES                                 
050400         SET PT-TRAN-VALID TO TRUE                                
050500     END-IF.                                                      
050600 2120-EXIT.                                                       
050700     EXIT.                                                        
050800*                                                                 
050900***************************************************************** 
051000* 2150-EDIT-ARRIVAL-DAYS - SEVEN BYTES, EACH Y OR N, MONDAY      *
051100* FIRST. ALL N IS ALLOWED: A FEED THAT ONLY SENDS ON REQUEST HAS *
051200* NO SCHEDULE, AND THE MONITOR NEVER EXPECTS A FILE FROM IT.     *
051300***************************************************************** 
051400 2150-EDIT-ARRIVAL-DAYS.                                          
051500     MOVE ZERO TO PT-YN-COUNT.                                    
051600     INSPECT PT-EDIT-DAYS TALLYING PT-YN-COUNT                    
051700         FOR ALL "Y" ALL "N".                                     
051800     IF PT-YN-COUNT NOT = 7                                       
051900         MOVE "ARRIVAL DAYS NOT SEVEN Y/N BYTES"                  
052000             TO PT-REJECT-REASON                                  
052100     END-IF.                                                      
052200 2150-EXIT.                                                       
052300     EXIT.                                                        
052400*                                                                 
052500 2160-EDIT-CUTOFF-TIME.                                           
052600     IF PT-EDIT-CUTOFF NOT NUMERIC                                
052700         MOVE "CUTOFF TIME NOT A VALID HHMM" TO PT-REJECT-REASON  
052800         GO TO 2160-EXIT                                          
052900     END-IF.                                                      
053000     IF PT-EDIT-CUTOFF-HH > 23 OR PT-EDIT-CUTOFF-MM > 59          
053100         MOVE "CUTOFF TIME NOT A VALID HHMM" TO PT-REJECT-REASON  
053200     END-IF.                                                      
053300 2160-EXIT.                                                       
053400     EXIT.                                                        
053500*                                                                 
053600***************************************************************** 
053700* 2170-EDIT-KEY-ID - A KEY-ID GOES ON A FEED ONLY WHEN CEASKEY   *
053800* HOLDS AT LEAST ONE GENERATION OF IT, WHATEVER ITS STATUS.      *
053900***************************************************************** 
054000 2170-EDIT-KEY-ID.                                                
054100     IF PT-EDIT-KEY-ID = SPACES                                   
054200         MOVE "KEY-ID IS BLANK" TO PT-REJECT-REASON               
054300         GO TO 2170-EXIT                                          
054400     END-IF.                                                      
054500     MOVE PT-EDIT-KEY-ID TO CK-KEY-ID.                            
054600     MOVE ZERO TO CK-EFFECTIVE-DATE.                              
054700     START CEASER-KEY-FILE KEY IS NOT LESS THAN CK-KEY            
054800         INVALID KEY                                              
054900             MOVE "KEY-ID NOT ON CEASKEY" TO PT-REJECT-REASON     
055000             GO TO 2170-EXIT                                      
055100     END-START.                                                   
055200     READ CEASER-KEY-FILE NEXT RECORD                             
055300         AT END                                                   
055400             MOVE "KEY-ID NOT ON CEASKEY" TO PT-REJECT-REASON     
055500             GO TO 2170-EXIT                                      
055600     END-READ.                                                    
055700     IF CK-KEY-ID NOT = PT-EDIT-KEY-ID                            
055800         MOVE "KEY-ID NOT ON CEASKEY" TO PT-REJECT-REASON         
055900     END-IF.                                                      
056000 2170-EXIT.                                                       
056100     EXIT.                                                        
056200*                                                                 
056300***************************************************************** 
056400* 2200-APPLY-CARD - APPLY ONE EDITED CARD TO THE MASTER. A       *
056500* FAILURE AT THE FILE (DUPLICATE ADD, CHANGE OR DELETE OF A FEED *
056600* NOT ON FILE, A FULL KEY-ID LIST) BECOMES A REJECTION REASON    *
056700* LIKE ANY EDIT FAILURE.                                         *
056800***************************************************************** 
056900 2200-APPLY-CARD.                                                 
057000     ACCEPT PT-CHANGE-DATE FROM DATE YYYYMMDD.                    
057100     ACCEPT PT-CHANGE-TIME FROM TIME.                             
057200     EVALUATE PT-TRAN-ACTION                                      
057300         WHEN "ADD"                                               
057400             PERFORM 2210-APPLY-ADD THRU 2210-EXIT                
057500         WHEN "CHANGE"                                            
057600             PERFORM 2220-APPLY-CHANGE THRU 2220-EXIT             
057700         WHEN OTHER                                               
057800             PERFORM 2250-APPLY-DELETE THRU 2250-EXIT             
057900     END-EVALUATE.                                                
058000 2200-EXIT.                                                       
058100     EXIT.                                                        
058200*                                                                 
058300 2210-APPLY-ADD.                                                  
058400     MOVE SPACES TO PARTNER-MASTER-REC.                           
058500     MOVE PT-TRAN-FEED-ID TO PM-FEED-ID.                          
058600     MOVE PT-TRAN-PARTNER-ID TO PM-PARTNER-ID.                    
058700     MOVE PT-TRAN-NAME TO PM-PARTNER-NAME.                        
058800     MOVE "A" TO PM-STATUS.                                       
058900     MOVE PT-TRAN-CIPHER TO PM-CIPHER-PROGRAM.                    
059000     MOVE PT-TRAN-DAYS TO PM-ARRIVAL-DAYS.                        
059100     MOVE PT-TRAN-CUTOFF TO PM-CUTOFF-TIME.                       
059200     MOVE PT-USER-ID TO PM-ADDED-BY.                              
059300     MOVE PT-CHANGE-DATE TO PM-ADDED-DATE.                        
059400     MOVE PT-USER-ID TO PM-CHANGED-BY.                            
059500     MOVE PT-CHANGE-DATE TO PM-CHANGED-DATE.                      
059600     MOVE PT-CHANGE-TIME(1:6) TO PM-CHANGED-TIME.                 
059700     WRITE PARTNER-MASTER-REC                                     
059800         INVALID KEY                                              
059900             MOVE "FEED ID IS ALREADY ON THE MASTER"              
060000                 TO PT-REJECT-REASON                              
060100         NOT INVALID KEY                                          
060200             SET PT-TRAN-APPLIED TO TRUE                          
060300     END-WRITE.                                                   
060400 2210-EXIT.                                                       
060500     EXIT.                                                        
060600*                                                                 
060700 2220-APPLY-CHANGE.                                               
060800     MOVE PT-TRAN-FEED-ID TO PM-FEED-ID.                          
060900     READ PARTNER-MASTER-FILE                                     
061000         INVALID KEY                                              
061100             MOVE "FEED ID NOT ON THE MASTER" TO PT-REJECT-REASON 
061200             GO TO 2220-EXIT                                      
061300     END-READ.                                                    
061400     EVALUATE PT-TRAN-FIELD                                       
061500         WHEN "PARTNER"                                           
061600             MOVE PT-TRAN-VALUE TO PM-PARTNER-ID                  
061700         WHEN "NAME"                                              
061800             MOVE PT-TRAN-VALUE TO PM-PARTNER-NAME                
061900         WHEN "CIPHER"                                            
062000             MOVE PT-TRAN-VALUE TO PM-CIPHER-PROGRAM              
062100         WHEN "DAYS"                                              
062200             MOVE PT-TRAN-VALUE TO PM-ARRIVAL-DAYS                
062300         WHEN "CUTOFF"                                            
062400             MOVE PT-TRAN-VALUE(1:4) TO PM-CUTOFF-TIME            
062500         WHEN "STATUS"                                            
062600             MOVE PT-TRAN-VALUE TO PM-STATUS                      
062700         WHEN "CONTACT"                                           
062800             MOVE PT-TRAN-VALUE TO PM-CONTACT-NAME                
062900         WHEN "PHONE"                                             
063000             MOVE PT-TRAN-VALUE TO PM-CONTACT-PHONE               
063100         WHEN "EMAIL"                                             
063200             MOVE PT-TRAN-VALUE TO PM-CONTACT-EMAIL               
063300         WHEN "ALTCONT"                                           
063400             MOVE PT-TRAN-VALUE TO PM-ALT-CONTACT-NAME            
063500         WHEN "ALTPHONE"                                          
063600             MOVE PT-TRAN-VALUE TO PM-ALT-CONTACT-PHONE           
063700         WHEN "ALTEMAIL"                                          
063800             MOVE PT-TRAN-VALUE TO PM-ALT-CONTACT-EMAIL           
063900         WHEN "ADDKEY"                                            
064000             PERFORM 2230-ADD-KEY-ID THRU 2230-EXIT               
064100         WHEN "DROPKEY"                                           
064200             PERFORM 2240-DROP-KEY-ID THRU 2240-EXIT              
064300     END-EVALUATE.                                                
064400     IF PT-REJECT-REASON NOT = SPACES                             
064500         GO TO 2220-EXIT                                          
064600     END-IF.                                                      
064700     MOVE PT-USER-ID TO PM-CHANGED-BY.                            
064800     MOVE PT-CHANGE-DATE TO PM-CHANGED-DATE.                      
064900     MOVE PT-CHANGE-TIME(1:6) TO PM-CHANGED-TIME.                 
065000     REWRITE PARTNER-MASTER-REC                                   
065100         INVALID KEY                                              
065200             MOVE "REWRITE FAILED" TO PT-REJECT-REASON            
065300         NOT INVALID KEY                                          
065400             SET PT-TRAN-APPLIED TO TRUE                          
065500     END-REWRITE.                                                 
065600 2220-EXIT.                                                       
065700     EXIT.                                                        
065800*                                                                 
065900 2230-ADD-KEY-ID.                                                 
066000     MOVE PT-TRAN-VALUE(1:8) TO PT-EDIT-KEY-ID.                   
066100     PERFORM 2260-FIND-KEY-ID THRU 2260-EXIT.                     
066200     IF PT-KEY-ID-FOUND                                           
066300         MOVE "KEY-ID IS ALREADY LISTED FOR THE FEED"             
066400             TO PT-REJECT-REASON                                  
066500         GO TO 2230-EXIT                                          
066600     END-IF.                                                      
066700     IF PT-FREE-INDEX = ZERO                                      
066800         MOVE "FEED ALREADY HAS FOUR KEY-IDS" TO PT-REJECT-REASON 
066900         GO TO 2230-EXIT                                          
067000     END-IF.                                                      
067100     MOVE PT-EDIT-KEY-ID TO PM-KEY-ID(PT-FREE-INDEX).             
067200 2230-EXIT.                                                       
067300     EXIT.                                                        
067400*                                                                 
067500 2240-DROP-KEY-ID.                                                
067600     MOVE PT-TRAN-VALUE(1:8) TO PT-EDIT-KEY-ID.                   
067700     PERFORM 2260-FIND-KEY-ID THRU 2260-EXIT.                     
067800     IF NOT PT-KEY-ID-FOUND                                       
067900         MOVE "KEY-ID IS NOT LISTED FOR THE FEED"                 
068000             TO PT-REJECT-REASON                                  
068100         GO TO 2240-EXIT                                          
068200     END-IF.                                                      
068300     MOVE SPACES TO PM-KEY-ID(PT-USE-INDEX).                      
068400 2240-EXIT.                                                       
068500     EXIT.                                                        
068600*                                                                 
068700***************************************************************** 
068800* 2250-APPLY-DELETE - ONLY AN INACTIVE FEED MAY BE DELETED, SO A *
068900* LIVE FEED CANNOT DROP OFF THE MONITOR ON ONE MISKEYED CARD.    *
069000***************************************************************** 
069100 2250-APPLY-DELETE.                                               
069200     MOVE PT-TRAN-FEED-ID TO PM-FEED-ID.                          
069300     READ PARTNER-MASTER-FILE                                     
069400         INVALID KEY                                              
069500             MOVE "FEED ID NOT ON THE MASTER" TO PT-REJECT-REASON 
069600             GO TO 2250-EXIT                                      
069700     END-READ.                                                    
069800     IF NOT PM-FEED-INACTIVE                                      
069900         MOVE "FEED MUST BE MADE INACTIVE FIRST"                  
070000             TO PT-REJECT-REASON                                  
070100         GO TO 2250-EXIT                                          
070200     END-IF.                                                      
070300     DELETE PARTNER-MASTER-FILE RECORD                            
070400         INVALID KEY                                              
070500             MOVE "DELETE FAILED" TO PT-REJECT-REASON             
070600         NOT INVALID KEY                                          
070700             SET PT-TRAN-APPLIED TO TRUE                          
070800     END-DELETE.                                                  
070900 2250-EXIT.                                                       
071000     EXIT.                                                        
071100*                                                                 
071200***************************************************************** 
071300* 2260-FIND-KEY-ID - LOOK FOR PT-EDIT-KEY-ID IN THE FEED'S       *
071400* KEY-ID LIST, NOTING WHERE IT IS AND THE FIRST FREE SLOT.       *
071500***************************************************************** 
071600 2260-FIND-KEY-ID.                                                
071700     MOVE "N" TO PT-FOUND-SWITCH.                                 
071800     MOVE ZERO TO PT-USE-INDEX.                                   
071900     MOVE ZERO TO PT-FREE-INDEX.                                  
072000     PERFORM 2270-CHECK-KEY-SLOT THRU 2270-EXIT                   
072100         VARYING PT-KI FROM 1 BY 1 UNTIL PT-KI > PT-KEY-SLOT-MAX. 
072200 2260-EXIT.                                                       
072300     EXIT.                                                        
072400*                                                                 
072500 2270-CHECK-KEY-SLOT.                                             
072600     IF PM-KEY-ID(PT-KI) = PT-EDIT-KEY-ID                         
072700         SET PT-KEY-ID-FOUND TO TRUE                              
072800         MOVE PT-KI TO PT-USE-INDEX                               
072900     END-IF.                                                      
073000     IF PM-KEY-ID(PT-KI) = SPACES AND PT-FREE-INDEX = ZERO        
073100         MOVE PT-KI TO PT-FREE-INDEX                              
073200     END-IF.                                                      
073300 2270-EXIT.                                                       
073400     EXIT.                                                        
073500*                                                                 
073600 2600-PRINT-REGISTER-LINE.                                        
073700     MOVE PT-CARDS-READ TO PT-DET-CARD.                           
073800     MOVE PT-TRAN-ACTION TO PT-DET-ACTION.                        
073900     MOVE PT-TRAN-FEED-ID TO PT-DET-FEED-ID.                      
074000     IF PT-TRAN-ACTION = "CHANGE"                                 
074100         MOVE PT-TRAN-FIELD TO PT-DET-FIELD                       
074200     ELSE                                                         
074300         MOVE SPACES TO PT-DET-FIELD                              
074400     END-IF.                                                      
074500     IF PT-TRAN-APPLIED                                           
074600         MOVE "APPLIED" TO PT-DET-DISP                            
074700         MOVE SPACES TO PT-DET-REASON                             
074800         ADD 1 TO PT-CARDS-APPLIED                                
074900     ELSE                                                         
075000         MOVE "REJECTED" TO PT-DET-DISP                           
075100         MOVE PT-REJECT-REASON TO PT-DET-REASON                   
075200         ADD 1 TO PT-CARDS-REJECTED                               
075300     END-IF.                                                      
075400     MOVE PT-DETAIL-LINE TO PT-PRINT-LINE.                        
075500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
075600 2600-EXIT.                                                       
075700     EXIT.                                                        
075800*                                                                 
075900***************************************************************** 
076000* 2700-PRINT-REPORT-LINE - PRINT ONE LINE FROM PT-PRINT-LINE,    *
076100* BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE PAGE IS FULL.    *
076200***************************************************************** 
076300 2700-PRINT-REPORT-LINE.                                          
076400     IF PT-LINE-COUNT > PT-LINES-PER-PAGE                         
076500         PERFORM 2800-PRINT-PAGE-HEADING THRU 2800-EXIT           
076600     END-IF.                                                      
076700     WRITE PT-REGISTER-REC FROM PT-PRINT-LINE                     
076800         AFTER ADVANCING 1 LINE.                                  
076900     ADD 1 TO PT-LINE-COUNT.                                      
077000 2700-EXIT.                                                       
077100     EXIT.                                                        
077200*                                                                 
077300 2750-PRINT-BLANK-LINE.                                           
077400     MOVE SPACES TO PT-PRINT-LINE.                                
077500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
077600 2750-EXIT.                                                       
077700     EXIT.                                                        
077800*                                                                 
077900 2800-PRINT-PAGE-HEADING.                                         
078000     ADD 1 TO PT-PAGE-COUNT.                                      
078100     MOVE PT-PAGE-COUNT TO PT-HEAD-PAGE.                          
078200     WRITE PT-REGISTER-REC FROM PT-HEADING-1                      
078300         AFTER ADVANCING PAGE.                                    
078400     WRITE PT-REGISTER-REC FROM PT-HEADING-2                      
078500         AFTER ADVANCING 1 LINE.                                  
078600     MOVE SPACES TO PT-REGISTER-REC.                              
078700     WRITE PT-REGISTER-REC AFTER ADVANCING 1 LINE.                
078800     MOVE 3 TO PT-LINE-COUNT.                                     
078900 2800-EXIT.                                                       
079000     EXIT.                                                        
079100*                                                                 
079200***************************************************************** 
079300* 3000-PRINT-TOTALS - CARD COUNTS. ANY REJECTED CARD LEAVES A    *
079400* WARNING RETURN CODE FOR THE SCHEDULER.                         *
079500***************************************************************** 
079600 3000-PRINT-TOTALS.                                               
079700     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
079800     MOVE "CARDS READ" TO PT-COUNT-LABEL.                         
079900     MOVE PT-CARDS-READ TO PT-COUNT-VALUE.                        
080000     MOVE PT-COUNT-LINE TO PT-PRINT-LINE.                         
080100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
080200     MOVE "CARDS APPLIED" TO PT-COUNT-LABEL.                      
080300     MOVE PT-CARDS-APPLIED TO PT-COUNT-VALUE.                     
080400     MOVE PT-COUNT-LINE TO PT-PRINT-LINE.                         
080500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
080600     MOVE "CARDS REJECTED" TO PT-COUNT-LABEL.                     
080700     MOVE PT-CARDS-REJECTED TO PT-COUNT-VALUE.                    
080800     MOVE PT-COUNT-LINE TO PT-PRINT-LINE.                         
080900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
081000     DISPLAY "CEASPMT0004 - " PT-CARDS-READ " CARDS READ, "       
081100         PT-CARDS-APPLIED " APPLIED, " PT-CARDS-REJECTED          
081200         " REJECTED".                                             
081300     IF PT-CARDS-REJECTED > ZERO                                  
081400         MOVE 4 TO RETURN-CODE                                    
081500     END-IF.                                                      
081600 3000-EXIT.                                                       
081700     EXIT.                                                        
081800*                                                                 
081900***************************************************************** 
082000* 4000-LIST-PARTNER-MASTER - LIST EVERY FEED ON THE MASTER AS    *
082100* THIS RUN LEFT IT, ON A NEW PAGE, WITH ITS CONTACTS UNDER IT.   *
082200***************************************************************** 
082300 4000-LIST-PARTNER-MASTER.                                        
082400     MOVE 99 TO PT-LINE-COUNT.                                    
082500     MOVE "PARTNER MASTER AFTER THIS RUN" TO PT-SECTION-TITLE.    
082600     MOVE PT-SECTION-LINE TO PT-PRINT-LINE.                       
082700     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
082800     MOVE PT-LIST-HEADER-LINE TO PT-PRINT-LINE.                   
082900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
083000     MOVE LOW-VALUES TO PM-KEY.                                   
083100     START PARTNER-MASTER-FILE KEY IS NOT LESS THAN PM-KEY        
083200         INVALID KEY                                              
083300             SET PT-END-OF-MASTER TO TRUE                         
083400     END-START.                                                   
083500     PERFORM 4100-LIST-ONE-FEED THRU 4100-EXIT                    
083600         UNTIL PT-END-OF-MASTER.                                  
083700     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
083800     MOVE "FEEDS ON THE MASTER" TO PT-COUNT-LABEL.                
083900     MOVE PT-FEEDS-LISTED TO PT-COUNT-VALUE.                      
084000     MOVE PT-COUNT-LINE TO PT-PRINT-LINE.                         
084100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
084200 4000-EXIT.                                                       
084300     EXIT.                                                        
084400*                                                                 
084500 4100-LIST-ONE-FEED.                                              
084600     READ PARTNER-MASTER-FILE NEXT RECORD                         
084700         AT END                                                   
084800             SET PT-END-OF-MASTER TO TRUE                         
084900             GO TO 4100-EXIT                                      
085000     END-READ.                                                    
085100     ADD 1 TO PT-FEEDS-LISTED.                                    
085200     MOVE PM-FEED-ID TO PT-LST-FEED-ID.                           
085300     MOVE PM-PARTNER-ID TO PT-LST-PARTNER-ID.                     
085400     MOVE PM-PARTNER-NAME TO PT-LST-NAME.                         
085500     MOVE PM-STATUS TO PT-LST-STATUS.                             
085600     MOVE PM-CIPHER-PROGRAM TO PT-LST-CIPHER.                     
085700     MOVE PM-ARRIVAL-DAYS TO PT-LST-DAYS.                         
085800     MOVE PM-CUTOFF-HH TO PT-LST-CUTOFF-HH.                       
085900     MOVE PM-CUTOFF-MM TO PT-LST-CUTOFF-MM.                       
086000     MOVE PM-KEY-ID(1) TO PT-LST-KEY-ID-1.                        
086100     MOVE PM-KEY-ID(2) TO PT-LST-KEY-ID-2.                        
086200     MOVE PM-KEY-ID(3) TO PT-LST-KEY-ID-3.                        
086300     MOVE PM-KEY-ID(4) TO PT-LST-KEY-ID-4.                        
086400     MOVE PT-LIST-LINE TO PT-PRINT-LINE.                          
086500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
086600     IF PM-PRIMARY-CONTACT NOT = SPACES                           
086700         MOVE "CONTACT" TO PT-CON-LABEL                           
086800         MOVE PM-CONTACT-NAME TO PT-CON-NAME                      
086900         MOVE PM-CONTACT-PHONE TO PT-CON-PHONE                    
087000         MOVE PM-CONTACT-EMAIL TO PT-CON-EMAIL                    
087100         MOVE PT-CONTACT-LINE TO PT-PRINT-LINE                    
087200         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
087300     END-IF.                                                      
087400     IF PM-ALTERNATE-CONTACT NOT = SPACES                         
087500         MOVE "ALTERNATE" TO PT-CON-LABEL                         
087600         MOVE PM-ALT-CONTACT-NAME TO PT-CON-NAME                  
087700         MOVE PM-ALT-CONTACT-PHONE TO PT-CON-PHONE                
087800         MOVE PM-ALT-CONTACT-EMAIL TO PT-CON-EMAIL                
087900         MOVE PT-CONTACT-LINE TO PT-PRINT-LINE                    
088000         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
088100     END-IF.                                                      
088200 4100-EXIT.                                                       
088300     EXIT.                                                        
088400*                                                                 
088500***************************************************************** 
088600* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
088700***************************************************************** 
088800 9000-TERMINATE.                                                  
088900     CLOSE PARTNER-TRANSACTION-FILE.                              
089000     CLOSE PARTNER-REGISTER-FILE.                                 
089100     CLOSE CEASER-KEY-FILE.                                       
089200     CLOSE PARTNER-MASTER-FILE.                                   
089300 9000-EXIT.                                                       
089400     EXIT.                                                        
089500*                                                                 
089600***************************************************************** 
089700* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP.            *
089800***************************************************************** 
089900 9900-ABEND-ROUTINE.                                              
090000     DISPLAY "CEASPMT - JOB TERMINATED, RETURN CODE " RETURN-CODE.
090100     STOP RUN.                                                    
090200 9900-EXIT.                                                       
090300     EXIT.                                                        
