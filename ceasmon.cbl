000100 IDENTIFICATION DIVISION.                                         
000200 PROGRAM-ID. CEASMON.                                             
000300 AUTHOR. M W KOVAC.                                               
000400 INSTALLATION. DATA SECURITY SERVICES.                            
000500 DATE-WRITTEN. 10/15/2026.                                        
000600 DATE-COMPILED.                                                   
000700***************************************************************** 
000800* CEASMON - DAILY MISSING AND LATE INBOUND FILE MONITOR          *
000900*                                                                *
001000* CHECKS THE PROCESSED-FILE REGISTER (CEASPREG) AGAINST THE      *
001100* SCHEDULE ON THE PARTNER MASTER (CEASPTNR) SO A PARTNER THAT    *
001200* STOPS SENDING IS NOTICED THE NEXT MORNING, NOT WHEN THEIR      *
001300* BUSINESS SIDE CALLS. FOR EVERY ACTIVE FEED AND EVERY DAY IN    *
001400* THE CHECK WINDOW ON WHICH THE MASTER SAYS A FILE IS EXPECTED,  *
001500* THE REGISTER IS LOOKED UP BY FEED ID AND FILE DATE. A FILE     *
001600* PROCESSED ON ITS OWN DAY IS ON TIME AND ONE PROCESSED ON A     *
001700* LATER DAY IS LATE. A FILE NOT ON THE REGISTER IS MISSING ONCE  *
001800* ITS DAY IS OVER, OR ON THE CURRENT DAY ONCE THE FEED'S CUTOFF  *
001900* TIME HAS PASSED. THE REGISTER IS THEN SWEPT FOR FILES IN THE   *
002000* WINDOW FROM A FEED ID THAT IS NOT ON THE MASTER OR IS          *
002100* INACTIVE, OR THAT CAME IN ON A DAY THE FEED IS NOT SCHEDULED.  *
002200* A FILE UNDER A KEY-ID NOT LISTED FOR ITS FEED IS FLAGGED AS    *
002300* WELL.                                                          *
002400*                                                                *
002500* CEASPREG RECORDS ONLY THE FILES CEASER PROCESSES. ITS          *
002600* ENCRYPT-MODE ENTRIES ARE OUTBOUND FEEDS AND ARE IGNORED. A     *
002700* FEED RUN THROUGH CEASERV LEAVES NO REGISTER ENTRY AND IS       *
002800* LISTED AS NOT CHECKED RATHER THAN REPORTED MISSING EVERY DAY.  *
002900*                                                                *
003000* RETURN CODE 8 WHEN A FILE IS MISSING OR A FEED ID IS NOT ON    *
003100* THE MASTER, 4 WHEN THE WORST IS A LATE FILE OR A FILE THAT     *
003200* DOES NOT MATCH ITS MASTER RECORD.                              *
003300***************************************************************** 
003400*                                                                 
003500* MODIFICATION HISTORY.                                           
003600*  DATE       INIT  DESCRIPTION                                   
003700*  10/15/2026 MWK   ORIGINAL CODING - MISSING-INBOUND-FILE        
003800*                   MONITOR OVER THE PARTNER MASTER AND THE       
003900*                   PROCESSED-FILE REGISTER.                      
004000*  10/15/2026 MWK   ENCRYPT-MODE REGISTER ENTRIES ARE OUR OWN     
004100*                   OUTBOUND FEEDS AND ARE NO LONGER COUNTED AS   
004200*                   ARRIVALS OR FLAGGED AS UNKNOWN FEEDS.         
004300*                                                                 
004400 ENVIRONMENT DIVISION.                                            
004500 CONFIGURATION SECTION.                                           
004600 SOURCE-COMPUTER. IBM-370.                                        
004700 OBJECT-COMPUTER. IBM-370.                                        
004800 INPUT-OUTPUT SECTION.                                            
004900 FILE-CONTROL.                                                    
005000     SELECT MONITOR-CONTROL-FILE ASSIGN TO SYSIN                  
005100         ORGANIZATION IS SEQUENTIAL.                              
005200     SELECT PARTNER-MASTER-FILE ASSIGN TO CEASPTNR                
005300         ORGANIZATION IS INDEXED                                  
005400         ACCESS MODE IS DYNAMIC                                   
005500         RECORD KEY IS PM-KEY                                     
005600         FILE STATUS IS MN-PTNR-FILE-STATUS.                      
005700     SELECT PROCESSED-REGISTER-FILE ASSIGN TO CEASPREG            
005800         ORGANIZATION IS INDEXED                                  
005900         ACCESS MODE IS DYNAMIC                                   
006000         RECORD KEY IS MN-PROC-KEY                                
006100         FILE STATUS IS MN-PREG-FILE-STATUS.                      
006200     SELECT MONITOR-REPORT-FILE ASSIGN TO CEASMONR                
006300         ORGANIZATION IS SEQUENTIAL.                              
006400*                                                                 
006500 DATA DIVISION.                                                   
006600 FILE SECTION.                                                    
006700*    SYSIN CONTROL CARD, OPTIONAL.                                
006800*    COLUMNS  1- 8  CHECK DATE (YYYYMMDD) - THE LAST DAY OF THE   
006900*                   WINDOW. BLANK IS THE RUN DATE. IT MAY NOT BE  
007000*                   AFTER THE RUN DATE.                           
007100*    COLUMNS 10-11  WINDOW LENGTH IN DAYS, 01-31, ENDING ON THE   
007200*                   CHECK DATE. BLANK IS 07, SO A FILE STILL      
007300*                   MISSING IS REPORTED EVERY MORNING FOR A WEEK. 
007400 FD  MONITOR-CONTROL-FILE                                         
007500     RECORDING MODE IS F                                          
007600     RECORD CONTAINS 80 CHARACTERS.                               
007700 01  MN-CONTROL-REC.                                              
007800     05  MN-CONTROL-CHECK-DATE   PIC X(08).                       
007900     05  FILLER                  PIC X(01).                       
008000     05  MN-CONTROL-DAYS         PIC X(02).                       
008100     05  FILLER                  PIC X(69).                       
008200*                                                                 
008300 FD  PARTNER-MASTER-FILE                                          
008400     RECORD CONTAINS 400 CHARACTERS.                              
008500     COPY PARTNER.                                                
008600*                                                                 
008700*    PROCESSED-FILE REGISTER - CEASER'S RECORD OF EVERY INPUT     
008800*    FILE THAT RECONCILED, KEYED BY THE *HDR FEED ID AND FILE     
008900*    DATE, WITH THE DATE IT WAS PROCESSED AND THE KEY-ID IT RAN   
009000*    UNDER. RECORDS WRITTEN BEFORE THE KEY FIELDS EXISTED HAVE    
009100*    THE KEY-ID BLANK. ENCRYPT-MODE ENTRIES ARE OUR OWN FEEDS     
009200*    GOING OUT, NOT ARRIVALS, AND ARE PASSED OVER.                
009300 FD  PROCESSED-REGISTER-FILE                                      
009400     RECORD CONTAINS 80 CHARACTERS.                               
009500 01  MN-PROC-REC.                                                 
009600     05  MN-PROC-KEY.                                             
009700         10  MN-PROC-FEED-ID     PIC X(08).                       
009800         10  MN-PROC-FILE-DATE   PIC 9(08).                       
009900     05  MN-PROC-TRL-HASH        PIC 9(12).                       
010000     05  MN-PROC-RUN-DATE        PIC 9(08).                       
010100     05  MN-PROC-KEY-ID          PIC X(08).                       
010200     05  MN-PROC-GEN-DATE        PIC 9(08).                       
010300     05  MN-PROC-RUN-MODE        PIC X(01).                       
010400         88  MN-PROC-ENCRYPT               VALUE "E".             
010500     05  FILLER                  PIC X(27).                       
010600*                                                                 
010700 FD  MONITOR-REPORT-FILE                                          
010800     RECORDING MODE IS F                                          
010900     RECORD CONTAINS 132 CHARACTERS.                              
011000 01  MN-REPORT-REC               PIC X(132).                      
011100*                                                                 
011200 WORKING-STORAGE SECTION.                                         
011300*                                                                 
011400*    PROGRAM SWITCHES.                                            
011500 77  MN-MASTER-EOF-SWITCH         PIC X(01) VALUE "N".            
011600     88  MN-END-OF-MASTER                   VALUE "Y".            
011700 77  MN-PREG-EOF-SWITCH           PIC X(01) VALUE "N".            
011800     88  MN-END-OF-REGISTER                 VALUE "Y".            
011900 77  MN-FOUND-SWITCH              PIC X(01) VALUE "N".            
012000     88  MN-KEY-ID-FOUND                    VALUE "Y".            
012100*                                                                 
012200*    FILE STATUS FIELDS.                                          
012300 77  MN-PTNR-FILE-STATUS          PIC X(02) VALUE SPACES.         
012400 77  MN-PREG-FILE-STATUS          PIC X(02) VALUE SPACES.         
012500*                                                                 
012600*    RUN DATE AND TIME, AND THE CHECK WINDOW. DAY NUMBERS ARE     
012700*    INTEGER DATES, SO THE WINDOW CAN BE WALKED ONE DAY AT A      
012800*    TIME ACROSS MONTH AND YEAR ENDS.                             
012900 77  MN-RUN-DATE                  PIC 9(08) VALUE ZERO.           
013000 77  MN-RUN-TIME                  PIC 9(08) VALUE ZERO.           
013100 77  MN-RUN-HHMM                  PIC 9(04) VALUE ZERO.           
013200 77  MN-CHECK-DATE                PIC 9(08) VALUE ZERO.           
013300 77  MN-WINDOW-DAYS               PIC 9(02) VALUE 7.              
013400 77  MN-WINDOW-START              PIC 9(08) VALUE ZERO.           
013500 77  MN-START-DAY-NUMBER          PIC 9(08) VALUE ZERO.           
013600 77  MN-CHECK-DAY-NUMBER          PIC 9(08) VALUE ZERO.           
013700 77  MN-DAY-NUMBER                PIC 9(08) VALUE ZERO.           
013800 77  MN-EXPECT-DATE               PIC 9(08) VALUE ZERO.           
013900*                                                                 
014000*    DAY OF THE WEEK, 1 FOR MONDAY THROUGH 7 FOR SUNDAY, THE      
014100*    ORDER OF THE ARRIVAL-DAY BYTES ON THE MASTER. DAY NUMBER 1   
014200*    (1 JANUARY 1601) WAS A MONDAY.                               
014300 77  MN-WEEKDAY                   PIC 9(04) COMP VALUE ZERO.      
014400 77  MN-DAY-QUOTIENT              PIC 9(08) VALUE ZERO.           
014500 01  MN-DAY-NAME-VALUES           PIC X(21) VALUE                 
014600     "MONTUEWEDTHUFRISATSUN".                                     
014700 01  MN-DAY-NAME-TABLE REDEFINES MN-DAY-NAME-VALUES.              
014800     05  MN-DAY-NAME              PIC X(03) OCCURS 7 TIMES.       
014900*                                                                 
015000*    KEY-ID LIST SEARCH FIELDS.                                   
015100 77  MN-KEY-SLOT-MAX              PIC 9(04) COMP VALUE 4.         
015200 77  MN-KI                        PIC 9(04) COMP VALUE 1.         
015300*                                                                 
015400*    COUNTERS.                                                    
015500 77  MN-FEEDS-READ                PIC 9(07) COMP VALUE ZERO.      
015600 77  MN-FEEDS-CHECKED             PIC 9(07) COMP VALUE ZERO.      
015700 77  MN-FEEDS-INACTIVE            PIC 9(07) COMP VALUE ZERO.      
015800 77  MN-FEEDS-UNTRACKED           PIC 9(07) COMP VALUE ZERO.      
015900 77  MN-EXPECTED-COUNT            PIC 9(07) COMP VALUE ZERO.      
016000 77  MN-ON-TIME-COUNT             PIC 9(07) COMP VALUE ZERO.      
016100 77  MN-LATE-COUNT                PIC 9(07) COMP VALUE ZERO.      
016200 77  MN-MISSING-COUNT             PIC 9(07) COMP VALUE ZERO.      
016300 77  MN-NOT-DUE-COUNT             PIC 9(07) COMP VALUE ZERO.      
016400 77  MN-MISMATCH-COUNT            PIC 9(07) COMP VALUE ZERO.      
016500 77  MN-WINDOW-FILE-COUNT         PIC 9(07) COMP VALUE ZERO.      
016600 77  MN-UNKNOWN-COUNT             PIC 9(07) COMP VALUE ZERO.      
016700 77  MN-INACTIVE-ARRIVAL-COUNT    PIC 9(07) COMP VALUE ZERO.      
016800 77  MN-UNSCHEDULED-COUNT         PIC 9(07) COMP VALUE ZERO.      
016900 77  MN-SWEEP-LINE-COUNT          PIC 9(07) COMP VALUE ZERO.      
017000*                                                                 
017100*    PAGE CONTROL FIELDS. THE LINE COUNT STARTS PAST THE PAGE     
017200*    LIMIT SO THE FIRST PRINTED LINE FORCES THE FIRST PAGE        
017300*    HEADING.                                                     
017400 77  MN-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
017500 77  MN-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
017600 77  MN-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
017700*                                                                 
017800*    DATE FORMATTING WORK FIELDS.                                 
017900 77  MN-DATE-IN                   PIC 9(08) VALUE ZERO.           
018000 01  MN-DATE-EDITED.                                              
018100     05  MN-DATE-ED-YYYY         PIC X(04).                       
018200     05  FILLER                  PIC X(01) VALUE "/".             
018300     05  MN-DATE-ED-MM           PIC X(02).                       
018400     05  FILLER                  PIC X(01) VALUE "/".             
018500     05  MN-DATE-ED-DD           PIC X(02).                       
018600*                                                                 
018700*    REPORT LINE LAYOUTS.                                         
018800 01  MN-PRINT-LINE                PIC X(132) VALUE SPACES.        
018900*                                                                 
019000 01  MN-HEADING-1.                                                
019100     05  FILLER                  PIC X(08) VALUE "CEASMON ".      
019200     05  FILLER                  PIC X(30) VALUE SPACES.          
019300     05  FILLER                  PIC X(41) VALUE                  
019400         "INBOUND FILE ARRIVAL MONITOR".                          
019500     05  FILLER                  PIC X(35) VALUE SPACES.          
019600     05  FILLER                  PIC X(05) VALUE "PAGE ".         
019700     05  MN-HEAD-PAGE            PIC ZZZ9.                        
019800     05  FILLER                  PIC X(09) VALUE SPACES.          
019900*                                                                 
020000 01  MN-HEADING-2.                                                
020100     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
020200     05  MN-HEAD-RUN-DATE        PIC X(10).                       
020300     05  FILLER                  PIC X(113) VALUE SPACES.         
020400*                                                                 
020500 01  MN-SECTION-LINE.                                             
020600     05  MN-SECTION-TITLE        PIC X(60).                       
020700     05  FILLER                  PIC X(72) VALUE SPACES.          
020800*                                                                 
020900 01  MN-TEXT-LINE.                                                
021000     05  FILLER                  PIC X(05) VALUE SPACES.          
021100     05  MN-TEXT                 PIC X(120).                      
021200     05  FILLER                  PIC X(07) VALUE SPACES.          
021300*                                                                 
021400 01  MN-PARM-LINE.                                                
021500     05  FILLER                  PIC X(05) VALUE SPACES.          
021600     05  MN-PARM-LABEL           PIC X(44).                       
021700     05  MN-PARM-DATE            PIC X(10).                       
021800     05  FILLER                  PIC X(73) VALUE SPACES.          
021900*                                                                 
022000 01  MN-EXPECT-HEADER-LINE.                                       
022100     05  FILLER                  PIC X(01) VALUE SPACE.           
022200     05  FILLER                  PIC X(10) VALUE "FEED ID".       
022300     05  FILLER                  PIC X(10) VALUE "PARTNER".       
022400     05  FILLER                  PIC X(12) VALUE "FILE DATE".     
022500     05  FILLER                  PIC X(05) VALUE "DAY".           
022600     05  FILLER                  PIC X(07) VALUE "CUTOFF".        
022700     05  FILLER                  PIC X(10) VALUE "STATUS".        
022800     05  FILLER                  PIC X(12) VALUE "PROCESSED".     
022900     05  FILLER                  PIC X(06) VALUE "REMARK".        
023000     05  FILLER                  PIC X(59) VALUE SPACES.          
023100*                                                                 
023200 01  MN-EXPECT-LINE.                                              
023300     05  FILLER                  PIC X(01) VALUE SPACE.           
023400     05  MN-EXP-FEED-ID          PIC X(08).                       
023500     05  FILLER                  PIC X(02) VALUE SPACES.          
023600     05  MN-EXP-PARTNER-ID       PIC X(08).                       
023700     05  FILLER                  PIC X(02) VALUE SPACES.          
023800     05  MN-EXP-FILE-DATE        PIC X(10).                       
023900     05  FILLER                  PIC X(02) VALUE SPACES.          
024000     05  MN-EXP-DAY              PIC X(03).                       
024100     05  FILLER                  PIC X(02) VALUE SPACES.          
024200     05  MN-EXP-CUTOFF-HH        PIC X(02).                       
024300     05  MN-EXP-CUTOFF-SEP       PIC X(01).                       
024400     05  MN-EXP-CUTOFF-MM        PIC X(02).                       
024500     05  FILLER                  PIC X(02) VALUE SPACES.          
024600     05  MN-EXP-STATUS           PIC X(08).                       
024700     05  FILLER                  PIC X(02) VALUE SPACES.          
024800     05  MN-EXP-PROCESSED        PIC X(10).                       
024900     05  FILLER                  PIC X(02) VALUE SPACES.          
025000     05  MN-EXP-REMARK           PIC X(52).                       
025100     05  FILLER                  PIC X(13) VALUE SPACES.          
025200*                                                                 
025300 01  MN-SWEEP-HEADER-LINE.                                        
025400     05  FILLER                  PIC X(01) VALUE SPACE.           
025500     05  FILLER                  PIC X(10) VALUE "FEED ID".       
025600     05  FILLER                  PIC X(12) VALUE "FILE DATE".     
025700     05  FILLER                  PIC X(05) VALUE "DAY".           
025800     05  FILLER                  PIC X(12) VALUE "PROCESSED".     
025900     05  FILLER                  PIC X(10) VALUE "KEY-ID".        
026000     05  FILLER                  PIC X(06) VALUE "REMARK".        
026100     05  FILLER                  PIC X(76) VALUE SPACES.          
026200*                                                                 
026300 01  MN-SWEEP-LINE.                                               
026400     05  FILLER                  PIC X(01) VALUE SPACE.           
026500     05  MN-SWP-FEED-ID          PIC X(08).                       
026600     05  FILLER                  PIC X(02) VALUE SPACES.          
026700     05  MN-SWP-FILE-DATE        PIC X(10).                       
026800     05  FILLER                  PIC X(02) VALUE SPACES.          
026900     05  MN-SWP-DAY              PIC X(03).                       
027000     05  FILLER                  PIC X(02) VALUE SPACES.          
027100     05  MN-SWP-PROCESSED        PIC X(10).                       
027200     05  FILLER                  PIC X(02) VALUE SPACES.          
027300     05  MN-SWP-KEY-ID           PIC X(08).                       
027400     05  FILLER                  PIC X(02) VALUE SPACES.          
027500     05  MN-SWP-REMARK           PIC X(52).                       
027600     05  FILLER                  PIC X(30) VALUE SPACES.          
027700*                                                                 
027800 01  MN-COUNT-LINE.                                               
027900     05  FILLER                  PIC X(05) VALUE SPACES.          
028000     05  MN-COUNT-LABEL          PIC X(44).                       
028100     05  MN-COUNT-VALUE          PIC Z,ZZZ,ZZ9.                   
028200     05  FILLER                  PIC X(74) VALUE SPACES.          
028300*                                                                 
028400 PROCEDURE DIVISION.                                              
028500***************************************************************** 
028600* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
028700***************************************************************** 
028800 0000-MAINLINE.                                                   
028900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
029000     PERFORM 2000-CHECK-SCHEDULE THRU 2000-EXIT.                  
029100     PERFORM 3000-SWEEP-REGISTER THRU 3000-EXIT.                  
029200     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.                    
029300     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
029400     STOP RUN.                                                    
029500*                                                                 
029600***************************************************************** 
029700* 1000-INITIALIZE - READ THE OPTIONAL CONTROL CARD, SETTLE THE   *
029800* CHECK WINDOW, OPEN THE MASTER AND THE REGISTER, AND PRINT THE  *
029900* WINDOW.                                                        *
030000***************************************************************** 
030100 1000-INITIALIZE.                                                 
030200     ACCEPT MN-RUN-DATE FROM DATE YYYYMMDD.                       
030300     ACCEPT MN-RUN-TIME FROM TIME.                                
030400     MOVE MN-RUN-TIME(1:4) TO MN-RUN-HHMM.                        
030500     MOVE MN-RUN-DATE TO MN-DATE-IN.                              
030600     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
030700     MOVE MN-DATE-EDITED TO MN-HEAD-RUN-DATE.                     
030800     MOVE SPACES TO MN-CONTROL-REC.                               
030900     OPEN INPUT MONITOR-CONTROL-FILE.                             
031000     READ MONITOR-CONTROL-FILE                                    
031100         AT END                                                   
031200             MOVE SPACES TO MN-CONTROL-REC                        
031300     END-READ.                                                    
031400     CLOSE MONITOR-CONTROL-FILE.                                  
031500     PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT.               
031600     MOVE FUNCTION INTEGER-OF-DATE(MN-CHECK-DATE)                 
031700         TO MN-CHECK-DAY-NUMBER.                                  
031800     COMPUTE MN-START-DAY-NUMBER =                                
031900         MN-CHECK-DAY-NUMBER - MN-WINDOW-DAYS + 1.                
032000     MOVE FUNCTION DATE-OF-INTEGER(MN-START-DAY-NUMBER)           
032100         TO MN-WINDOW-START.                                      
032200     OPEN INPUT PARTNER-MASTER-FILE.                              
032300     IF MN-PTNR-FILE-STATUS NOT = "00"                            
032400         DISPLAY "CEASMON0002 - CEASPTNR OPEN FAILED, STATUS "    
032500             MN-PTNR-FILE-STATUS                                  
032600         MOVE 19 TO RETURN-CODE                                   
032700         GO TO 9900-ABEND-ROUTINE                                 
032800     END-IF.                                                      
032900     OPEN INPUT PROCESSED-REGISTER-FILE.                          
033000     IF MN-PREG-FILE-STATUS NOT = "00"                            
033100         DISPLAY "CEASMON0003 - CEASPREG OPEN FAILED, STATUS "    
033200             MN-PREG-FILE-STATUS                                  
033300         CLOSE PARTNER-MASTER-FILE                                
033400         MOVE 19 TO RETURN-CODE                                   
033500         GO TO 9900-ABEND-ROUTINE                                 
033600     END-IF.                                                      
033700     OPEN OUTPUT MONITOR-REPORT-FILE.                             
033800     MOVE "CHECK WINDOW" TO MN-SECTION-TITLE.                     
033900     MOVE MN-SECTION-LINE TO MN-PRINT-LINE.                       
034000     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
034100     MOVE "FILES EXPECTED WITH A FILE DATE FROM" TO MN-PARM-LABEL.
034200     MOVE MN-WINDOW-START TO MN-DATE-IN.                          
034300     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
034400     MOVE MN-DATE-EDITED TO MN-PARM-DATE.                         
034500     MOVE MN-PARM-LINE TO MN-PRINT-LINE.                          
034600     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
034700     MOVE "                                     THROUGH"          
034800         TO MN-PARM-LABEL.                                        
034900     MOVE MN-CHECK-DATE TO MN-DATE-IN.                            
035000     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
035100     MOVE MN-DATE-EDITED TO MN-PARM-DATE.                         
035200     MOVE MN-PARM-LINE TO MN-PRINT-LINE.                          
035300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
035400 1000-EXIT.                                                       
035500     EXIT.                                                        
035600*                                                                 
035700***************************************************************** 
035800* 1100-EDIT-CONTROL-CARD - THE CHECK DATE MUST BE A REAL DATE NO *
035900* LATER THAN TODAY, AND THE WINDOW ONE TO THIRTY-ONE DAYS. A BAD *
036000* CARD ENDS THE RUN WITH RETURN CODE 16 RATHER THAN CHECK THE    *
036100* WRONG DAYS.                                                    *
036200***************************************************************** 
036300 1100-EDIT-CONTROL-CARD.                                          
036400     IF MN-CONTROL-CHECK-DATE = SPACES                            
036500         MOVE MN-RUN-DATE TO MN-CHECK-DATE                        
036600     ELSE                                                         
036700         IF MN-CONTROL-CHECK-DATE NOT NUMERIC                     
036800             DISPLAY "CEASMON0001 - CHECK DATE "                  
036900                 MN-CONTROL-CHECK-DATE " IS NOT A VALID YYYYMMDD" 
037000             MOVE 16 TO RETURN-CODE                               
037100             GO TO 9900-ABEND-ROUTINE                             
037200         END-IF                                                   
037300         MOVE MN-CONTROL-CHECK-DATE TO MN-CHECK-DATE              
037400     END-IF.                                                      
037500     IF FUNCTION INTEGER-OF-DATE(MN-CHECK-DATE) = ZERO            
037600         DISPLAY "CEASMON0001 - CHECK DATE "                      
037700             MN-CONTROL-CHECK-DATE " IS NOT A VALID YYYYMMDD"     
037800         MOVE 16 TO RETURN-CODE                                   
037900         GO TO 9900-ABEND-ROUTINE                                 
038000     END-IF.                                                      
038100     IF MN-CHECK-DATE > MN-RUN-DATE                               
038200         DISPLAY "CEASMON0001 - CHECK DATE "                      
038300             MN-CONTROL-CHECK-DATE " IS AFTER THE RUN DATE"       
038400         MOVE 16 TO RETURN-CODE                                   
038500         GO TO 9900-ABEND-ROUTINE                                 
038600     END-IF.                                                      
038700     IF MN-CONTROL-DAYS = SPACES                                  
038800         GO TO 1100-EXIT                                          
038900     END-IF.                                                      
039000     IF MN-CONTROL-DAYS NOT NUMERIC                               
039100         DISPLAY "CEASMON0001 - WINDOW " MN-CONTROL-DAYS          
039200             " IS NOT 01-31 DAYS"                                 
039300         MOVE 16 TO RETURN-CODE                                   
039400         GO TO 9900-ABEND-ROUTINE                                 
039500     END-IF.                                                      
039600     MOVE MN-CONTROL-DAYS TO MN-WINDOW-DAYS.                      
039700     IF MN-WINDOW-DAYS < 1 OR MN-WINDOW-DAYS > 31                 
039800         DISPLAY "CEASMON0001 - WINDOW " MN-CONTROL-DAYS          
039900             " IS NOT 01-31 DAYS"                                 
040000         MOVE 16 TO RETURN-CODE                                   
040100         GO TO 9900-ABEND-ROUTINE                                 
040200     END-IF.                                                      
040300 1100-EXIT.                                                       
040400     EXIT.                                                        
040500*                                                                 
040600***************************************************************** 
040700* 2000-CHECK-SCHEDULE - ONE PASS OF THE PARTNER MASTER, CHECKING *
040800* EVERY EXPECTED FILE OF EVERY ACTIVE FEED IN THE WINDOW.        *
040900***************************************************************** 
041000 2000-CHECK-SCHEDULE.                                             
041100     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
041200     MOVE "EXPECTED FILES" TO MN-SECTION-TITLE.                   
041300     MOVE MN-SECTION-LINE TO MN-PRINT-LINE.                       
041400     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
041500     MOVE MN-EXPECT-HEADER-LINE TO MN-PRINT-LINE.                 
041600     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
041700     MOVE LOW-VALUES TO PM-KEY.                                   
041800     START PARTNER-MASTER-FILE KEY IS NOT LESS THAN PM-KEY        
041900         INVALID KEY                                              
042000             SET MN-END-OF-MASTER TO TRUE                         
042100     END-START.                                                   
042200     PERFORM 2100-CHECK-ONE-FEED THRU 2100-EXIT                   
042300         UNTIL MN-END-OF-MASTER.                                  
042400 2000-EXIT.                                                       
042500     EXIT.                                                        
042600*                                                                 
042700***************************************************************** 
042800* 2100-CHECK-ONE-FEED - AN INACTIVE FEED IS NOT EXPECTED. A FEED *
042900* RUN THROUGH CEASERV HAS NO REGISTER ENTRIES TO CHECK AND GETS  *
043000* ONE NOT-CHECKED LINE. ANY OTHER FEED IS CHECKED DAY BY DAY     *
043100* ACROSS THE WINDOW.                                             *
043200***************************************************************** 
043300 2100-CHECK-ONE-FEED.                                             
043400     READ PARTNER-MASTER-FILE NEXT RECORD                         
043500         AT END                                                   
043600             SET MN-END-OF-MASTER TO TRUE                         
043700             GO TO 2100-EXIT                                      
043800     END-READ.                                                    
043900     ADD 1 TO MN-FEEDS-READ.                                      
044000     IF PM-FEED-INACTIVE                                          
044100         ADD 1 TO MN-FEEDS-INACTIVE                               
044200         GO TO 2100-EXIT                                          
044300     END-IF.                                                      
044400     IF PM-CIPHER-CEASERV                                         
044500         ADD 1 TO MN-FEEDS-UNTRACKED                              
044600         PERFORM 2150-SET-UP-FEED-LINE THRU 2150-EXIT             
044700         MOVE "NOT CHKD" TO MN-EXP-STATUS                         
044800         MOVE "RUNS THROUGH CEASERV - NOT ON CEASPREG"            
044900             TO MN-EXP-REMARK                                     
045000         MOVE MN-EXPECT-LINE TO MN-PRINT-LINE                     
045100         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
045200         GO TO 2100-EXIT                                          
045300     END-IF.                                                      
045400     ADD 1 TO MN-FEEDS-CHECKED.                                   
045500     PERFORM 2200-CHECK-ONE-DAY THRU 2200-EXIT                    
045600         VARYING MN-DAY-NUMBER FROM MN-START-DAY-NUMBER BY 1      
045700         UNTIL MN-DAY-NUMBER > MN-CHECK-DAY-NUMBER.               
045800 2100-EXIT.                                                       
045900     EXIT.                                                        
046000*                                                                 
046100 2150-SET-UP-FEED-LINE.                                           
046200     MOVE SPACES TO MN-EXPECT-LINE.                               
046300     MOVE PM-FEED-ID TO MN-EXP-FEED-ID.                           
046400     MOVE PM-PARTNER-ID TO MN-EXP-PARTNER-ID.                     
046500     MOVE PM-CUTOFF-HH TO MN-EXP-CUTOFF-HH.                       
046600     MOVE ":" TO MN-EXP-CUTOFF-SEP.                               
046700     MOVE PM-CUTOFF-MM TO MN-EXP-CUTOFF-MM.                       
046800 2150-EXIT.                                                       
046900     EXIT.                                                        
047000*                                                                 
047100***************************************************************** 
047200* 2200-CHECK-ONE-DAY - IF THE FEED IS SCHEDULED ON THIS DAY OF   *
047300* THE WEEK, LOOK FOR ITS FILE ON THE REGISTER AND PRINT WHAT WAS *
047400* FOUND. AN ENCRYPT-MODE ENTRY UNDER THE SAME FEED ID AND DATE   *
047500* IS OUR OWN FILE GOING OUT, NOT THE PARTNER'S FILE COMING IN,   *
047600* SO IT IS TREATED AS NOT RECEIVED.                              *
047700***************************************************************** 
047800 2200-CHECK-ONE-DAY.                                              
047900     PERFORM 2600-SET-WEEKDAY THRU 2600-EXIT.                     
048000     IF PM-ARRIVAL-DAY(MN-WEEKDAY) NOT = "Y"                      
048100         GO TO 2200-EXIT                                          
048200     END-IF.                                                      
048300     ADD 1 TO MN-EXPECTED-COUNT.                                  
048400     MOVE FUNCTION DATE-OF-INTEGER(MN-DAY-NUMBER)                 
048500         TO MN-EXPECT-DATE.                                       
048600     PERFORM 2150-SET-UP-FEED-LINE THRU 2150-EXIT.                
048700     MOVE MN-EXPECT-DATE TO MN-DATE-IN.                           
048800     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
048900     MOVE MN-DATE-EDITED TO MN-EXP-FILE-DATE.                     
049000     MOVE MN-DAY-NAME(MN-WEEKDAY) TO MN-EXP-DAY.                  
049100     MOVE PM-FEED-ID TO MN-PROC-FEED-ID.                          
049200     MOVE MN-EXPECT-DATE TO MN-PROC-FILE-DATE.                    
049300     READ PROCESSED-REGISTER-FILE                                 
049400         INVALID KEY                                              
049500             PERFORM 2300-FILE-NOT-RECEIVED THRU 2300-EXIT        
049600         NOT INVALID KEY                                          
049700             IF MN-PROC-ENCRYPT                                   
049800                 PERFORM 2300-FILE-NOT-RECEIVED THRU 2300-EXIT    
049900             ELSE                                                 
050000                 PERFORM 2400-FILE-RECEIVED THRU 2400-EXIT        
050100             END-IF                                               
050200     END-READ.                                                    
050300     MOVE MN-EXPECT-LINE TO MN-PRINT-LINE.                        
050400     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
050500 2200-EXIT.                                                       
050600     EXIT.                                                        
050700*                                                                 
050800***************************************************************** 
050900* 2300-FILE-NOT-RECEIVED - A FILE FOR AN EARLIER DAY IS MISSING. *
051000* ONE FOR TODAY IS MISSING ONLY ONCE THE CUTOFF HAS PASSED;      *
051100* BEFORE THAT IT IS SIMPLY NOT DUE YET. A MISSING LINE CARRIES   *
051200* THE PARTNER CONTACT TO CALL.                                   *
051300***************************************************************** 
051400 2300-FILE-NOT-RECEIVED.                                          
051500     IF MN-EXPECT-DATE = MN-RUN-DATE                              
051600             AND MN-RUN-HHMM < PM-CUTOFF-TIME                     
051700         ADD 1 TO MN-NOT-DUE-COUNT                                
051800         MOVE "NOT DUE" TO MN-EXP-STATUS                          
051900         MOVE "CUTOFF NOT YET REACHED TODAY" TO MN-EXP-REMARK     
052000         GO TO 2300-EXIT                                          
052100     END-IF.                                                      
052200     ADD 1 TO MN-MISSING-COUNT.                                   
052300     MOVE "MISSING" TO MN-EXP-STATUS.                             
052400     MOVE PM-CONTACT-NAME TO MN-EXP-REMARK.                       
052500     MOVE PM-CONTACT-PHONE TO MN-EXP-REMARK(33:20).               
052600 2300-EXIT.                                                       
052700     EXIT.                                                        
052800*                                                                 
052900***************************************************************** 
053000* 2400-FILE-RECEIVED - THE REGISTER CARRIES THE DATE THE FILE    *
053100* WAS PROCESSED BUT NOT THE TIME, SO A FILE IS LATE WHEN IT WAS  *
053200* PROCESSED AFTER ITS OWN FILE DATE. THE KEY-ID IT RAN UNDER     *
053300* MUST BE ONE LISTED FOR THE FEED, WHEN THE FEED LISTS ANY. A    *
053400* MULTI-PARTNER RUN (*INFILE*) AND A REGISTER RECORD FROM BEFORE *
053500* THE KEY-ID WAS RECORDED ARE NOT CHECKED.                       *
053600***************************************************************** 
053700 2400-FILE-RECEIVED.                                              
053800     MOVE MN-PROC-RUN-DATE TO MN-DATE-IN.                         
053900     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
054000     MOVE MN-DATE-EDITED TO MN-EXP-PROCESSED.                     
054100     IF MN-PROC-RUN-DATE > MN-EXPECT-DATE                         
054200         ADD 1 TO MN-LATE-COUNT                                   
054300         MOVE "LATE" TO MN-EXP-STATUS                             
054400         MOVE "PROCESSED AFTER THE DAY IT WAS DUE"                
054500             TO MN-EXP-REMARK                                     
054600     ELSE                                                         
054700         ADD 1 TO MN-ON-TIME-COUNT                                
054800         MOVE "ON TIME" TO MN-EXP-STATUS                          
054900     END-IF.                                                      
055000     PERFORM 2450-CHECK-KEY-ID THRU 2450-EXIT.                    
055100     IF NOT MN-KEY-ID-FOUND                                       
055200         ADD 1 TO MN-MISMATCH-COUNT                               
055300         MOVE SPACES TO MN-EXP-REMARK                             
055400         MOVE "RAN UNDER KEY-ID" TO MN-EXP-REMARK                 
055500         MOVE MN-PROC-KEY-ID TO MN-EXP-REMARK(18:8)               
055600         MOVE "- NOT LISTED FOR THE FEED" TO MN-EXP-REMARK(27:25) 
055700     END-IF.                                                      
055800 2400-EXIT.                                                       
055900     EXIT.                                                        
056000*                                                                 
056100***************************************************************** 
056200* 2450-CHECK-KEY-ID - SET MN-KEY-ID-FOUND UNLESS THE REGISTER    *
056300* RECORD IN HAND NAMES A KEY-ID THAT THE FEED'S MASTER RECORD    *
056400* DOES NOT LIST.                                                 *
056500***************************************************************** 
056600 2450-CHECK-KEY-ID.                                               
056700     SET MN-KEY-ID-FOUND TO TRUE.                                 
056800     IF MN-PROC-KEY-ID = SPACES OR MN-PROC-KEY-ID = "*INFILE*"    
056900             OR PM-KEY-ID-LIST = SPACES                           
057000         GO TO 2450-EXIT                                          
057100     END-IF.                                                      
057200     MOVE "N" TO MN-FOUND-SWITCH.                                 
057300     PERFORM 2460-CHECK-KEY-SLOT THRU 2460-EXIT                   
057400         VARYING MN-KI FROM 1 BY 1 UNTIL MN-KI > MN-KEY-SLOT-MAX. 
057500 2450-EXIT.                                                       
057600     EXIT.                                                        
057700*                                                                 
057800 2460-CHECK-KEY-SLOT.                                             
057900     IF PM-KEY-ID(MN-KI) = MN-PROC-KEY-ID                         
058000         SET MN-KEY-ID-FOUND TO TRUE                              
058100     END-IF.                                                      
058200 2460-EXIT.                                                       
058300     EXIT.                                                        
058400*                                                                 
058500***************************************************************** 
058600* 2600-SET-WEEKDAY - DAY OF THE WEEK OF DAY NUMBER               *
058700* MN-DAY-NUMBER, 1 FOR MONDAY THROUGH 7 FOR SUNDAY.              *
058800***************************************************************** 
058900 2600-SET-WEEKDAY.                                                
059000     DIVIDE MN-DAY-NUMBER BY 7 GIVING MN-DAY-QUOTIENT             
059100         REMAINDER MN-WEEKDAY.                                    
059200     IF MN-WEEKDAY = ZERO                                         
059300         MOVE 7 TO MN-WEEKDAY                                     
059400     END-IF.                                                      
059500 2600-EXIT.                                                       
059600     EXIT.                                                        
059700*                                                                 
059800 2650-FORMAT-DATE.                                                
059900     MOVE MN-DATE-IN(1:4) TO MN-DATE-ED-YYYY.                     
060000     MOVE MN-DATE-IN(5:2) TO MN-DATE-ED-MM.                       
060100     MOVE MN-DATE-IN(7:2) TO MN-DATE-ED-DD.                       
060200 2650-EXIT.                                                       
060300     EXIT.                                                        
060400*                                                                 
060500***************************************************************** 
060600* 2700-PRINT-REPORT-LINE - PRINT ONE LINE FROM MN-PRINT-LINE,    *
060700* BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE PAGE IS FULL.    *
060800***************************************************************** 
060900 2700-PRINT-REPORT-LINE.                                          
061000     IF MN-LINE-COUNT > MN-LINES-PER-PAGE                         
061100         PERFORM 2800-PRINT-PAGE-HEADING THRU 2800-EXIT           
061200     END-IF.                                                      
061300     WRITE MN-REPORT-REC FROM MN-PRINT-LINE                       
061400         AFTER ADVANCING 1 LINE.                                  
061500     ADD 1 TO MN-LINE-COUNT.                                      
061600 2700-EXIT.                                                       
061700     EXIT.                                                        
061800*                                                                 
061900 2750-PRINT-BLANK-LINE.                                           
062000     MOVE SPACES TO MN-PRINT-LINE.                                
062100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
062200 2750-EXIT.                                                       
062300     EXIT.                                                        
062400*                                                                 
062500 2800-PRINT-PAGE-HEADING.                                         
062600     ADD 1 TO MN-PAGE-COUNT.                                      
062700     MOVE MN-PAGE-COUNT TO MN-HEAD-PAGE.                          
062800     WRITE MN-REPORT-REC FROM MN-HEADING-1                        
062900         AFTER ADVANCING PAGE.                                    
063000     WRITE MN-REPORT-REC FROM MN-HEADING-2                        
063100         AFTER ADVANCING 1 LINE.                                  
063200     MOVE SPACES TO MN-REPORT-REC.                                
063300     WRITE MN-REPORT-REC AFTER ADVANCING 1 LINE.                  
063400     MOVE 3 TO MN-LINE-COUNT.                                     
063500 2800-EXIT.                                                       
063600     EXIT.                                                        
063700*                                                                 
063800***************************************************************** 
063900* 3000-SWEEP-REGISTER - ONE PASS OF THE PROCESSED-FILE REGISTER, *
064000* LISTING EVERY FILE DATED IN THE WINDOW THAT THE SCHEDULE CHECK *
064100* DID NOT ACCOUNT FOR.                                           *
064200***************************************************************** 
064300 3000-SWEEP-REGISTER.                                             
064400     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
064500     MOVE "FILES RECEIVED OUTSIDE THE SCHEDULE"                   
064600         TO MN-SECTION-TITLE.                                     
064700     MOVE MN-SECTION-LINE TO MN-PRINT-LINE.                       
064800     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
064900     MOVE MN-SWEEP-HEADER-LINE TO MN-PRINT-LINE.                  
065000     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
065100     MOVE LOW-VALUES TO MN-PROC-KEY.                              
065200     START PROCESSED-REGISTER-FILE                                
065300         KEY IS NOT LESS THAN MN-PROC-KEY                         
065400         INVALID KEY                                              
065500             SET MN-END-OF-REGISTER TO TRUE                       
065600     END-START.                                                   
065700     PERFORM 3100-SWEEP-ONE-RECORD THRU 3100-EXIT                 
065800         UNTIL MN-END-OF-REGISTER.                                
065900     IF MN-SWEEP-LINE-COUNT = ZERO                                
066000         MOVE SPACES TO MN-TEXT                                   
066100         MOVE "NONE - EVERY FILE IN THE WINDOW WAS SCHEDULED"     
066200             TO MN-TEXT                                           
066300         MOVE MN-TEXT-LINE TO MN-PRINT-LINE                       
066400         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
066500     END-IF.                                                      
066600 3000-EXIT.                                                       
066700     EXIT.                                                        
066800*                                                                 
066900***************************************************************** 
067000* 3100-SWEEP-ONE-RECORD - A FILE DATED IN THE WINDOW IS LISTED   *
067100* WHEN ITS FEED ID IS NOT ON THE MASTER, WHEN THE FEED IS        *
067200* INACTIVE OR RUNS THROUGH CEASERV, OR WHEN THE FILE DATE FALLS  *
067300* ON A DAY THE FEED IS NOT SCHEDULED. A SCHEDULED FILE WAS       *
067400* ALREADY REPORTED BY THE SCHEDULE CHECK. ENCRYPT-MODE ENTRIES   *
067500* ARE OUR OWN FEEDS GOING OUT, NOT ARRIVALS, AND ARE SKIPPED.    *
067600***************************************************************** 
067700 3100-SWEEP-ONE-RECORD.                                           
067800     READ PROCESSED-REGISTER-FILE NEXT RECORD                     
067900         AT END                                                   
068000             SET MN-END-OF-REGISTER TO TRUE                       
068100             GO TO 3100-EXIT                                      
068200     END-READ.                                                    
068300     IF MN-PROC-FILE-DATE NOT NUMERIC                             
068400         GO TO 3100-EXIT                                          
068500     END-IF.                                                      
068600     IF MN-PROC-FILE-DATE < MN-WINDOW-START                       
068700             OR MN-PROC-FILE-DATE > MN-CHECK-DATE                 
068800         GO TO 3100-EXIT                                          
068900     END-IF.                                                      
069000     IF MN-PROC-ENCRYPT                                           
069100         GO TO 3100-EXIT                                          
069200     END-IF.                                                      
069300     ADD 1 TO MN-WINDOW-FILE-COUNT.                               
069400     MOVE FUNCTION INTEGER-OF-DATE(MN-PROC-FILE-DATE)             
069500         TO MN-DAY-NUMBER.                                        
069600     PERFORM 2600-SET-WEEKDAY THRU 2600-EXIT.                     
069700     MOVE SPACES TO MN-SWEEP-LINE.                                
069800     MOVE MN-PROC-FEED-ID TO MN-SWP-FEED-ID.                      
069900     MOVE MN-PROC-FILE-DATE TO MN-DATE-IN.                        
070000     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
070100     MOVE MN-DATE-EDITED TO MN-SWP-FILE-DATE.                     
070200     MOVE MN-DAY-NAME(MN-WEEKDAY) TO MN-SWP-DAY.                  
070300     MOVE MN-PROC-RUN-DATE TO MN-DATE-IN.                         
070400     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
070500     MOVE MN-DATE-EDITED TO MN-SWP-PROCESSED.                     
070600     MOVE MN-PROC-KEY-ID TO MN-SWP-KEY-ID.                        
070700     MOVE MN-PROC-FEED-ID TO PM-FEED-ID.                          
070800     READ PARTNER-MASTER-FILE                                     
070900         INVALID KEY                                              
071000             ADD 1 TO MN-UNKNOWN-COUNT                            
071100             MOVE "FEED ID IS NOT ON THE PARTNER MASTER"          
071200                 TO MN-SWP-REMARK                                 
071300             PERFORM 3200-PRINT-SWEEP-LINE THRU 3200-EXIT         
071400             GO TO 3100-EXIT                                      
071500     END-READ.                                                    
071600     IF PM-FEED-INACTIVE                                          
071700         ADD 1 TO MN-INACTIVE-ARRIVAL-COUNT                       
071800         MOVE "FEED IS INACTIVE ON THE PARTNER MASTER"            
071900             TO MN-SWP-REMARK                                     
072000         PERFORM 3200-PRINT-SWEEP-LINE THRU 3200-EXIT             
072100         GO TO 3100-EXIT                                          
072200     END-IF.                                                      
072300     IF PM-CIPHER-CEASERV                                         
072400         ADD 1 TO MN-MISMATCH-COUNT                               
072500         MOVE "PROCESSED BY CEASER - MASTER SAYS CEASERV"         
072600             TO MN-SWP-REMARK                                     
072700         PERFORM 3200-PRINT-SWEEP-LINE THRU 3200-EXIT             
072800         GO TO 3100-EXIT                                          
072900     END-IF.                                                      
073000     IF PM-ARRIVAL-DAY(MN-WEEKDAY) = "Y"                          
073100         GO TO 3100-EXIT                                          
073200     END-IF.                                                      
073300     ADD 1 TO MN-UNSCHEDULED-COUNT.                               
073400     MOVE "FILE DATE IS NOT A SCHEDULED DAY FOR THE FEED"         
073500         TO MN-SWP-REMARK.                                        
073600     PERFORM 2450-CHECK-KEY-ID THRU 2450-EXIT.                    
073700     IF NOT MN-KEY-ID-FOUND                                       
073800         ADD 1 TO MN-MISMATCH-COUNT                               
073900         MOVE "UNSCHEDULED, AND KEY-ID NOT LISTED FOR THE FEED"   
074000             TO MN-SWP-REMARK                                     
074100     END-IF.                                                      
074200     PERFORM 3200-PRINT-SWEEP-LINE THRU 3200-EXIT.                
074300 3100-EXIT.                                                       
074400     EXIT.                                                        
074500*                                                                 
074600 3200-PRINT-SWEEP-LINE.                                           
074700     ADD 1 TO MN-SWEEP-LINE-COUNT.                                
074800     MOVE MN-SWEEP-LINE TO MN-PRINT-LINE.                         
074900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
075000 3200-EXIT.                                                       
075100     EXIT.                                                        
075200*                                                                 
075300***************************************************************** 
075400* 4000-PRINT-TOTALS - THE COUNTS BEHIND THE REPORT, AND THE      *
075500* RETURN CODE FOR THE SCHEDULER.                                 *
075600***************************************************************** 
075700 4000-PRINT-TOTALS.                                               
075800     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
075900     MOVE "MONITOR TOTALS" TO MN-SECTION-TITLE.                   
076000     MOVE MN-SECTION-LINE TO MN-PRINT-LINE.                       
076100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
076200     MOVE "FEEDS ON THE PARTNER MASTER" TO MN-COUNT-LABEL.        
076300     MOVE MN-FEEDS-READ TO MN-COUNT-VALUE.                        
076400     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
076500     MOVE "  INACTIVE - NOT EXPECTED" TO MN-COUNT-LABEL.          
076600     MOVE MN-FEEDS-INACTIVE TO MN-COUNT-VALUE.                    
076700     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
076800     MOVE "  RUN THROUGH CEASERV - NOT CHECKED" TO MN-COUNT-LABEL.
076900     MOVE MN-FEEDS-UNTRACKED TO MN-COUNT-VALUE.                   
077000     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
077100     MOVE "  CHECKED AGAINST CEASPREG" TO MN-COUNT-LABEL.         
077200     MOVE MN-FEEDS-CHECKED TO MN-COUNT-VALUE.                     
077300     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
077400     MOVE "FILES EXPECTED IN THE WINDOW" TO MN-COUNT-LABEL.       
077500     MOVE MN-EXPECTED-COUNT TO MN-COUNT-VALUE.                    
077600     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
077700     MOVE "  ON TIME" TO MN-COUNT-LABEL.                          
077800     MOVE MN-ON-TIME-COUNT TO MN-COUNT-VALUE.                     
077900     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
078000     MOVE "  LATE" TO MN-COUNT-LABEL.                             
078100     MOVE MN-LATE-COUNT TO MN-COUNT-VALUE.                        
078200     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
078300     MOVE "  MISSING" TO MN-COUNT-LABEL.                          
078400     MOVE MN-MISSING-COUNT TO MN-COUNT-VALUE.                     
078500     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
078600     MOVE "  NOT YET DUE" TO MN-COUNT-LABEL.                      
078700     MOVE MN-NOT-DUE-COUNT TO MN-COUNT-VALUE.                     
078800     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
078900     MOVE "FILES ON CEASPREG DATED IN THE WINDOW"                 
079000         TO MN-COUNT-LABEL.                                       
079100     MOVE MN-WINDOW-FILE-COUNT TO MN-COUNT-VALUE.                 
079200     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
079300     MOVE "  FEED ID NOT ON THE PARTNER MASTER" TO MN-COUNT-LABEL.
079400     MOVE MN-UNKNOWN-COUNT TO MN-COUNT-VALUE.                     
079500     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
079600     MOVE "  FEED INACTIVE ON THE PARTNER MASTER"                 
079700         TO MN-COUNT-LABEL.                                       
079800     MOVE MN-INACTIVE-ARRIVAL-COUNT TO MN-COUNT-VALUE.            
079900     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
080000     MOVE "  NOT ON A SCHEDULED DAY" TO MN-COUNT-LABEL.           
080100     MOVE MN-UNSCHEDULED-COUNT TO MN-COUNT-VALUE.                 
080200     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
080300     MOVE "FILES NOT MATCHING THEIR MASTER RECORD"                
080400         TO MN-COUNT-LABEL.                                       
080500     MOVE MN-MISMATCH-COUNT TO MN-COUNT-VALUE.                    
080600     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
080700     DISPLAY "CEASMON0004 - " MN-EXPECTED-COUNT " EXPECTED, "     
080800         MN-MISSING-COUNT " MISSING, " MN-LATE-COUNT " LATE, "    
080900         MN-UNKNOWN-COUNT " FROM UNKNOWN FEEDS".                  
081000     IF MN-MISSING-COUNT > ZERO OR MN-UNKNOWN-COUNT > ZERO        
081100         MOVE 8 TO RETURN-CODE                                    
081200         GO TO 4000-EXIT                                          
081300     END-IF.                                                      
081400     IF MN-LATE-COUNT > ZERO OR MN-MISMATCH-COUNT > ZERO          
081500             OR MN-INACTIVE-ARRIVAL-COUNT > ZERO                  
081600         MOVE 4 TO RETURN-CODE                                    
081700     END-IF.                                                      
081800 4000-EXIT.                                                       
081900     EXIT.                                                        
082000*                                                                 
082100 4100-PRINT-COUNT-LINE.                                           
082200     MOVE MN-COUNT-LINE TO MN-PRINT-LINE.                         
082300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
082400 4100-EXIT.                                                       
082500     EXIT.                                                        
082600*                                                                 
082700***************************************************************** 
082800* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
082900***************************************************************** 
083000 9000-TERMINATE.                                                  
083100     CLOSE PARTNER-MASTER-FILE.                                   
083200     CLOSE PROCESSED-REGISTER-FILE.                               
083300     CLOSE MONITOR-REPORT-FILE.                                   
083400 9000-EXIT.                                                       
083500     EXIT.                                                        
083600*                                                                 
083700***************************************************************** 
083800* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP.            *
083900***************************************************************** 
084000 9900-ABEND-ROUTINE.                                              
084100     DISPLAY "CEASMON - JOB TERMINATED, RETURN CODE " RETURN-CODE.
084200     STOP RUN.                                                    
084300 9900-EXIT.                                                       
084400     EXIT.                                                        
