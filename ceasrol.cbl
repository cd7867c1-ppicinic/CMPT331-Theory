000100 IDENTIFICATION DIVISION.                                         
000200 PROGRAM-ID. CEASROL.                                             
000300 AUTHOR. M W KOVAC.                                               
000400 INSTALLATION. DATA SECURITY SERVICES.                            
000500 DATE-WRITTEN. 10/15/2026.                                        
000600 DATE-COMPILED.                                                   
000700***************************************************************** 
000800* CEASROL - CEASAUD MONTHLY ROLL-OFF, ARCHIVE AND PURGE          *
000900*                                                                *
001000* CEASER, CEASERV AND CEASCHG ONLY EVER ADD TO THE CEASAUD AUDIT *
001100* TRAIL. ONCE A MONTH, WITH NO CIPHER RUN ACTIVE, THIS PROGRAM   *
001200* SPLITS IT THREE WAYS BY AUDIT DATE. A RECORD DATED ON OR AFTER *
001300* THE ARCHIVE CUTOFF IS KEPT, ON THE NEW ACTIVE FILE (CEASAUDN)  *
001400* THAT REPLACES CEASAUD. ONE DATED BEFORE THE ARCHIVE CUTOFF     *
001500* GOES TO A NEW ARCHIVE GENERATION (CEASARCH) BETWEEN A *HDR AND *
001600* A *TRL (COPYBOOK AUDARCH); CEASRPT AND CEASBIL RUN AGAINST ANY *
001700* GENERATION WHEN ACCOUNTING REOPENS A PRIOR MONTH. ONE DATED    *
001800* BEFORE THE PURGE CUTOFF IS PAST THE LEGAL RETENTION PERIOD AND *
001900* IS DESTROYED.                                                  *
002000*                                                                *
002100* OLDER ARCHIVE GENERATIONS THAT HAVE PASSED LEGAL RETENTION ARE *
002200* CONCATENATED ON CEASAPRG (DUMMY WHEN NONE ARE DUE). EACH ONE   *
002300* IS READ, ITS *TRL CHECKED, AND EVERY RECORD IN IT CONFIRMED    *
002400* PAST THE PURGE CUTOFF BEFORE ANYTHING ELSE HAPPENS; THE STEP   *
002500* AFTER THIS ONE DELETES THEM, AND ONLY WHEN THIS STEP ENDS      *
002600* BELOW RETURN CODE 8.                                           *
002700*                                                                *
002800* CONTROL TOTALS - RECORD COUNT AND MESSAGE BYTES (THE TOTAL OF  *
002900* THE AUDIT LENGTH FIELDS) - PROVE THAT EVERY RECORD READ FROM   *
003000* CEASAUD WENT TO EXACTLY ONE OF THE THREE PLACES. AN            *
003100* OUT-OF-BALANCE RUN ENDS RETURN CODE 16 SO THE RENAME AND       *
003200* DELETE STEPS DO NOT RUN. THE REPORT ENDS WITH A CERTIFICATE OF *
003300* DESTRUCTION FOR EVERYTHING PURGED, FOR SIGNATURE AND FILING.   *
003400***************************************************************** 
003500*                                                                 
003600* MODIFICATION HISTORY.                                           
003700*  DATE       INIT  DESCRIPTION                                   
003800*  10/15/2026 MWK   ORIGINAL CODING - CEASAUD RETENTION, ARCHIVE  
003900*                   AND ROLL-OFF.                                 
004000*  10/15/2026 MWK   THE ARCHIVE *TRL NOW CARRIES THE SEQUENCE     
004100*                   NUMBER AND CHECK VALUE OF THE LAST STAMPED    
004200*                   AUDIT RECORD ARCHIVED, AND THE REPORT PRINTS  
004300*                   THEM, SO CEASAVF CAN VERIFY THE ACTIVE TRAIL  
004400*                   ON ITS OWN FROM WHERE THE ARCHIVE LEAVES OFF. 
004500*                                                                 
004600 ENVIRONMENT DIVISION.                                            
004700 CONFIGURATION SECTION.                                           
004800 SOURCE-COMPUTER. IBM-370.                                        
004900 OBJECT-COMPUTER. IBM-370.                                        
005000 INPUT-OUTPUT SECTION.                                            
005100 FILE-CONTROL.                                                    
005200     SELECT ROLL-CONTROL-FILE ASSIGN TO SYSIN                     
005300         ORGANIZATION IS SEQUENTIAL.                              
005400     SELECT AUDIT-TRAIL-FILE ASSIGN TO CEASAUD                    
005500         ORGANIZATION IS SEQUENTIAL.                              
005600     SELECT NEW-AUDIT-FILE ASSIGN TO CEASAUDN                     
005700         ORGANIZATION IS SEQUENTIAL.                              
005800     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO CEASARCH                 
005900         ORGANIZATION IS SEQUENTIAL.                              
006000     SELECT PURGE-ARCHIVE-FILE ASSIGN TO CEASAPRG                 
006100         ORGANIZATION IS SEQUENTIAL.                              
006200     SELECT ROLL-REPORT-FILE ASSIGN TO CEASROLR                   
006300         ORGANIZATION IS SEQUENTIAL.                              
006400*                                                                 
006500 DATA DIVISION.                                                   
006600 FILE SECTION.                                                    
006700*    SYSIN CONTROL CARD, OPTIONAL.                                
006800*    COLUMNS  1- 8  ARCHIVE CUTOFF (YYYYMMDD). AUDIT RECORDS      
006900*                   DATED BEFORE IT LEAVE THE ACTIVE FILE.        
007000*                   BLANK IS THE FIRST OF THE CURRENT MONTH.      
007100*    COLUMNS 10-17  PURGE CUTOFF (YYYYMMDD). AUDIT RECORDS DATED  
007200*                   BEFORE IT ARE DESTROYED. BLANK IS THE RUN     
007300*                   DATE LESS THE LEGAL RETENTION PERIOD.         
007400 FD  ROLL-CONTROL-FILE                                            
007500     RECORDING MODE IS F                                          
007600     RECORD CONTAINS 80 CHARACTERS.                               
007700 01  RO-CONTROL-REC.                                              
007800     05  RO-CONTROL-ARCHIVE-CUTOFF PIC X(08).                     
007900     05  FILLER                  PIC X(01).                       
008000     05  RO-CONTROL-PURGE-CUTOFF PIC X(08).                       
008100     05  FILLER                  PIC X(63).                       
008200*                                                                 
008300*    AUDIT TRAIL AS CEASER, CEASERV AND CEASCHG WRITE IT. THOSE   
008400*    PROGRAMS, CEASRPT AND CEASBIL CARRY THEIR OWN COPIES OF THIS 
008500*    LAYOUT - KEEP THEM ALL IN STEP BY HAND IF ONE CHANGES.       
008600 FD  AUDIT-TRAIL-FILE                                             
008700     RECORDING MODE IS F                                          
008800     RECORD CONTAINS 80 CHARACTERS.                               
008900 01  RO-AUDIT-REC.                                                
009000     05  RO-AUDIT-DATE           PIC 9(08).                       
009100     05  FILLER                  PIC X(01).                       
009200     05  RO-AUDIT-PARAGRAPH      PIC X(20).                       
009300     05  FILLER                  PIC X(01).                       
009400     05  RO-AUDIT-SHIFT          PIC 9(08).                       
009500     05  FILLER                  PIC X(01).                       
009600     05  RO-AUDIT-LENGTH         PIC 9(04).                       
009700     05  FILLER                  PIC X(01).                       
009800     05  RO-AUDIT-KEY-ID         PIC X(08).                       
009900     05  FILLER                  PIC X(01).                       
010000     05  RO-AUDIT-PROGRAM        PIC X(08).                       
010100     05  FILLER                  PIC X(01).                       
010200     05  RO-AUDIT-GEN-DATE       PIC 9(08).                       
010300     05  RO-AUDIT-STAMP          PIC X(01).                       
010400         88  RO-AUDIT-STAMPED              VALUE "S".             
010500     05  RO-AUDIT-SEQ-NO         PIC 9(09) COMP.                  
010600     05  RO-AUDIT-CHECK-VALUE    PIC 9(09) COMP.                  
010700     05  FILLER                  PIC X(01).                       
010800*                                                                 
010900*    THE NEW ACTIVE AUDIT TRAIL - THE RECORDS KEPT, UNCHANGED.    
011000 FD  NEW-AUDIT-FILE                                               
011100     RECORDING MODE IS F                                          
011200     RECORD CONTAINS 80 CHARACTERS.                               
011300 01  RO-NEW-AUDIT-REC            PIC X(80).                       
011400*                                                                 
011500*    THE NEW ARCHIVE GENERATION - *HDR, THE RECORDS MOVED OFF     
011600*    THE ACTIVE FILE, UNCHANGED, AND *TRL.                        
011700 FD  AUDIT-ARCHIVE-FILE                                           
011800     RECORDING MODE IS F                                          
011900     RECORD CONTAINS 80 CHARACTERS.                               
012000 01  RO-ARCHIVE-REC              PIC X(80).                       
012100*                                                                 
012200*    ARCHIVE GENERATIONS DUE FOR DESTRUCTION, CONCATENATED. ONLY  
012300*    THE DATE AND LENGTH OF AN AUDIT RECORD ARE NEEDED HERE.      
012400 FD  PURGE-ARCHIVE-FILE                                           
012500     RECORDING MODE IS F                                          
012600     RECORD CONTAINS 80 CHARACTERS.                               
012700 01  RO-PRG-AUDIT-REC.                                            
012800     05  RO-PRG-AUDIT-DATE       PIC 9(08).                       
012900     05  FILLER                  PIC X(31).                       
013000     05  RO-PRG-AUDIT-LENGTH     PIC 9(04).                       
013100     05  FILLER                  PIC X(37).                       
013200*                                                                 
013300 FD  ROLL-REPORT-FILE                                             
013400     RECORDING MODE IS F                                          
013500     RECORD CONTAINS 132 CHARACTERS.                              
013600 01  RO-REPORT-REC               PIC X(132).                      
013700*                                                                 
013800 WORKING-STORAGE SECTION.                                         
013900*                                                                 
014000*    ARCHIVE *HDR / *TRL BUILD AND INSPECTION AREA.               
014100     COPY AUDARCH.                                                
014200*                                                                 
014300*    PROGRAM SWITCHES.                                            
014400 77  RO-AUDIT-EOF-SWITCH          PIC X(01) VALUE "N".            
014500     88  RO-END-OF-AUDIT                    VALUE "Y".            
014600 77  RO-PURGE-EOF-SWITCH          PIC X(01) VALUE "N".            
014700     88  RO-END-OF-PURGE                    VALUE "Y".            
014800 77  RO-IN-GENERATION-SWITCH      PIC X(01) VALUE "N".            
014900     88  RO-IN-GENERATION                   VALUE "Y".            
015000*                                                                 
015100*    LEGAL RETENTION PERIOD FOR THE AUDIT TRAIL, IN YEARS.        
015200 77  RO-RETENTION-YEARS           PIC 9(02) VALUE 7.              
015300*                                                                 
015400*    RUN DATE AND TIME, AND THE TWO CUTOFFS.                      
015500 77  RO-RUN-DATE                  PIC 9(08) VALUE ZERO.           
015600 77  RO-RUN-TIME                  PIC 9(08) VALUE ZERO.           
015700 77  RO-ARCHIVE-CUTOFF            PIC 9(08) VALUE ZERO.           
015800 77  RO-PURGE-CUTOFF              PIC 9(08) VALUE ZERO.           
015900 01  RO-DATE-WORK.                                                
016000     05  RO-DW-YYYY              PIC 9(04).                       
016100     05  RO-DW-MM                PIC 9(02).                       
016200     05  RO-DW-DD                PIC 9(02).                       
016300 01  RO-DATE-WORK-N REDEFINES RO-DATE-WORK PIC 9(08).             
016400*                                                                 
016500*    MESSAGE BYTES OF THE RECORD IN HAND.                         
016600 77  RO-REC-BYTES                 PIC 9(04) VALUE ZERO.           
016700*                                                                 
016800*    CONTROL TOTALS FOR THE ACTIVE FILE.                          
016900 77  RO-READ-COUNT                PIC 9(09) COMP VALUE ZERO.      
017000 77  RO-READ-BYTES                PIC 9(15) COMP VALUE ZERO.      
017100 77  RO-KEPT-COUNT                PIC 9(09) COMP VALUE ZERO.      
017200 77  RO-KEPT-BYTES                PIC 9(15) COMP VALUE ZERO.      
017300 77  RO-ARCH-COUNT                PIC 9(09) COMP VALUE ZERO.      
017400 77  RO-ARCH-BYTES                PIC 9(15) COMP VALUE ZERO.      
017500 77  RO-ARCH-FIRST-DATE           PIC 9(08) VALUE ZERO.           
017600 77  RO-ARCH-LAST-DATE            PIC 9(08) VALUE ZERO.           
017700 77  RO-ARCH-LAST-SEQ-NO          PIC 9(09) COMP VALUE ZERO.      
017800 77  RO-ARCH-LAST-CHECK           PIC 9(09) COMP VALUE ZERO.      
017900 77  RO-DEST-COUNT                PIC 9(09) COMP VALUE ZERO.      
018000 77  RO-DEST-BYTES                PIC 9(15) COMP VALUE ZERO.      
018100 77  RO-DEST-FIRST-DATE           PIC 9(08) VALUE ZERO.           
018200 77  RO-DEST-LAST-DATE            PIC 9(08) VALUE ZERO.           
018300 77  RO-UNDATED-COUNT             PIC 9(09) COMP VALUE ZERO.      
018400 77  RO-DIFF-COUNT                PIC S9(09) COMP VALUE ZERO.     
018500 77  RO-DIFF-BYTES                PIC S9(15) COMP VALUE ZERO.     
018600*                                                                 
018700*    ARCHIVE GENERATIONS CERTIFIED FOR DESTRUCTION. SIXTY IS FIVE 
018800*    YEARS OF MONTHLY GENERATIONS COMING DUE IN ONE RUN.          
018900 77  RO-GEN-MAX                   PIC 9(04) COMP VALUE 60.        
019000 77  RO-GEN-COUNT                 PIC 9(04) COMP VALUE ZERO.      
019100 77  RO-GI                        PIC 9(04) COMP VALUE ZERO.      
019200 01  RO-GEN-TABLE.                                                
019300     05  RO-GEN OCCURS 60 TIMES.                                  
019400         10  RO-G-CREATED-DATE   PIC 9(08).                       
019500         10  RO-G-COUNT          PIC 9(09) COMP.                  
019600         10  RO-G-BYTES          PIC 9(15) COMP.                  
019700         10  RO-G-FIRST-DATE     PIC 9(08).                       
019800         10  RO-G-LAST-DATE      PIC 9(08).                       
019900 77  RO-PRG-COUNT                 PIC 9(09) COMP VALUE ZERO.      
020000 77  RO-PRG-BYTES                 PIC 9(15) COMP VALUE ZERO.      
020100 77  RO-TOT-DEST-COUNT            PIC 9(09) COMP VALUE ZERO.      
020200 77  RO-TOT-DEST-BYTES            PIC 9(15) COMP VALUE ZERO.      
020300*                                                                 
020400*    PAGE CONTROL FIELDS. THE LINE COUNT STARTS PAST THE PAGE     
020500*    LIMIT SO THE FIRST PRINTED LINE FORCES THE FIRST PAGE        
020600*    HEADING.                                                     
020700 77  RO-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
020800 77  RO-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
020900 77  RO-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
021000*                                                                 
021100*    DATE FORMATTING WORK FIELDS.                                 
021200 77  RO-DATE-IN                   PIC 9(08) VALUE ZERO.           
021300 01  RO-DATE-EDITED.                                              
021400     05  RO-DATE-ED-YYYY         PIC X(04).                       
021500     05  FILLER                  PIC X(01) VALUE "/".             
021600     05  RO-DATE-ED-MM           PIC X(02).                       
021700     05  FILLER                  PIC X(01) VALUE "/".             
021800     05  RO-DATE-ED-DD           PIC X(02).                       
021900*                                                                 
022000*    REPORT LINE LAYOUTS.                                         
022100 01  RO-PRINT-LINE                PIC X(132) VALUE SPACES.        
022200*                                                                 
022300 01  RO-HEADING-1.                                                
022400     05  FILLER                  PIC X(08) VALUE "CEASROL ".      
022500     05  FILLER                  PIC X(30) VALUE SPACES.          
022600     05  FILLER                  PIC X(41) VALUE                  
022700         "CEASAUD ROLL-OFF AND ARCHIVE".                          
022800     05  FILLER                  PIC X(35) VALUE SPACES.          
022900     05  FILLER                  PIC X(05) VALUE "PAGE ".         
023000     05  RO-HEAD-PAGE            PIC ZZZ9.                        
023100     05  FILLER                  PIC X(09) VALUE SPACES.          
023200*                                                                 
023300 01  RO-HEADING-2.                                                
023400     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
023500     05  RO-HEAD-RUN-DATE        PIC X(10).                       
023600     05  FILLER                  PIC X(113) VALUE SPACES.         
023700*                                                                 
023800 01  RO-SECTION-LINE.                                             
023900     05  RO-SECTION-TITLE        PIC X(60).                       
024000     05  FILLER                  PIC X(72) VALUE SPACES.          
024100*                                                                 
024200 01  RO-TEXT-LINE.                                                
024300     05  FILLER                  PIC X(05) VALUE SPACES.          
024400     05  RO-TEXT                 PIC X(120).                      
024500     05  FILLER                  PIC X(07) VALUE SPACES.          
024600*                                                                 
024700 01  RO-PARM-LINE.                                                
024800     05  FILLER                  PIC X(05) VALUE SPACES.          
024900     05  RO-PARM-LABEL           PIC X(44).                       
025000     05  RO-PARM-DATE            PIC X(10).                       
025100     05  FILLER                  PIC X(73) VALUE SPACES.          
025200*                                                                 
025300 01  RO-CHAIN-LINE.                                               
025400     05  FILLER                  PIC X(05) VALUE SPACES.          
025500     05  FILLER                  PIC X(44) VALUE                  
025600         "ITS AUDIT CHAIN ENDS AT SEQUENCE NUMBER".               
025700     05  RO-CHAIN-SEQ-NO         PIC ZZZZZZZZ9.                   
025800     05  FILLER                  PIC X(14) VALUE ", CHECK VALUE ".
025900     05  RO-CHAIN-CHECK          PIC 9(09).                       
026000     05  FILLER                  PIC X(51) VALUE SPACES.          
026100*                                                                 
026200 01  RO-CONTROL-HEADER-LINE.                                      
026300     05  FILLER                  PIC X(49) VALUE SPACES.          
026400     05  FILLER                  PIC X(12) VALUE "     RECORDS".  
026500     05  FILLER                  PIC X(02) VALUE SPACES.          
026600     05  FILLER                  PIC X(20) VALUE                  
026700         "       MESSAGE BYTES".                                  
026800     05  FILLER                  PIC X(49) VALUE SPACES.          
026900*                                                                 
027000 01  RO-CONTROL-LINE.                                             
027100     05  FILLER                  PIC X(05) VALUE SPACES.          
027200     05  RO-CTL-LABEL            PIC X(44).                       
027300     05  RO-CTL-RECORDS          PIC ZZZ,ZZZ,ZZ9-.                
027400     05  FILLER                  PIC X(02) VALUE SPACES.          
027500     05  RO-CTL-BYTES            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.        
027600     05  FILLER                  PIC X(49) VALUE SPACES.          
027700*                                                                 
027800 01  RO-CERT-HEADER-LINE.                                         
027900     05  FILLER                  PIC X(01) VALUE SPACE.           
028000     05  FILLER                  PIC X(20) VALUE "SOURCE".        
028100     05  FILLER                  PIC X(02) VALUE SPACES.          
028200     05  FILLER                  PIC X(10) VALUE "CUT ON".        
028300     05  FILLER                  PIC X(02) VALUE SPACES.          
028400     05  FILLER                  PIC X(10) VALUE "FIRST DATE".    
028500     05  FILLER                  PIC X(02) VALUE SPACES.          
028600     05  FILLER                  PIC X(10) VALUE "LAST DATE".     
028700     05  FILLER                  PIC X(12) VALUE "     RECORDS".  
028800     05  FILLER                  PIC X(02) VALUE SPACES.          
028900     05  FILLER                  PIC X(20) VALUE                  
029000         "       MESSAGE BYTES".                                  
029100     05  FILLER                  PIC X(41) VALUE SPACES.          
029200*                                                                 
029300 01  RO-CERT-LINE.                                                
029400     05  FILLER                  PIC X(01) VALUE SPACE.           
029500     05  RO-CERT-SOURCE          PIC X(20).                       
029600     05  FILLER                  PIC X(02) VALUE SPACES.          
029700     05  RO-CERT-CUT-ON          PIC X(10).                       
029800     05  FILLER                  PIC X(02) VALUE SPACES.          
029900     05  RO-CERT-FIRST-DATE      PIC X(10).                       
030000     05  FILLER                  PIC X(02) VALUE SPACES.          
030100     05  RO-CERT-LAST-DATE       PIC X(10).                       
030200     05  RO-CERT-RECORDS         PIC ZZZ,ZZZ,ZZ9-.                
030300     05  FILLER                  PIC X(02) VALUE SPACES.          
030400     05  RO-CERT-BYTES           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.        
030500     05  FILLER                  PIC X(41) VALUE SPACES.          
030600*                                                                 
030700 PROCEDURE DIVISION.                                              
030800***************************************************************** 
030900* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
031000***************************************************************** 
031100 0000-MAINLINE.                                                   
031200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
031300     PERFORM 2000-CERTIFY-PURGE-ARCHIVE THRU 2000-EXIT.           
031400     PERFORM 3000-ROLL-ACTIVE-AUDIT THRU 3000-EXIT.               
031500     PERFORM 4000-BALANCE-AND-REPORT THRU 4000-EXIT.              
031600     PERFORM 5000-PRINT-CERTIFICATE THRU 5000-EXIT.               
031700     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
031800     STOP RUN.                                                    
031900*                                                                 
032000***************************************************************** 
032100* 1000-INITIALIZE - OPEN THE REPORT, READ THE OPTIONAL CONTROL   *
032200* CARD, SETTLE THE TWO CUTOFFS AND PRINT THEM.                   *
032300***************************************************************** 
032400 1000-INITIALIZE.                                                 
032500     ACCEPT RO-RUN-DATE FROM DATE YYYYMMDD.                       
032600     ACCEPT RO-RUN-TIME FROM TIME.                                
032700     MOVE RO-RUN-DATE TO RO-DATE-IN.                              
032800     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
032900     MOVE RO-DATE-EDITED TO RO-HEAD-RUN-DATE.                     
033000     OPEN OUTPUT ROLL-REPORT-FILE.                                
033100     MOVE SPACES TO RO-CONTROL-REC.                               
033200     OPEN INPUT ROLL-CONTROL-FILE.                                
033300     READ ROLL-CONTROL-FILE                                       
033400         AT END                                                   
033500             MOVE SPACES TO RO-CONTROL-REC                        
033600     END-READ.                                                    
033700     CLOSE ROLL-CONTROL-FILE.                                     
033800     PERFORM 1100-SET-ARCHIVE-CUTOFF THRU 1100-EXIT.              
033900     PERFORM 1200-SET-PURGE-CUTOFF THRU 1200-EXIT.                
034000     IF RO-PURGE-CUTOFF > RO-ARCHIVE-CUTOFF                       
034100         DISPLAY "CEASROL0001 - PURGE CUTOFF " RO-PURGE-CUTOFF    
034200             " IS AFTER THE ARCHIVE CUTOFF " RO-ARCHIVE-CUTOFF    
034300         MOVE 16 TO RETURN-CODE                                   
034400         GO TO 9900-ABEND-ROUTINE                                 
034500     END-IF.                                                      
034600     MOVE "ROLL-OFF PARAMETERS" TO RO-SECTION-TITLE.              
034700     MOVE RO-SECTION-LINE TO RO-PRINT-LINE.                       
034800     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
034900     MOVE "ARCHIVE AUDIT RECORDS DATED BEFORE" TO RO-PARM-LABEL.  
035000     MOVE RO-ARCHIVE-CUTOFF TO RO-DATE-IN.                        
035100     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
035200     MOVE RO-DATE-EDITED TO RO-PARM-DATE.                         
035300     MOVE RO-PARM-LINE TO RO-PRINT-LINE.                          
035400     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
035500     MOVE "DESTROY AUDIT RECORDS DATED BEFORE" TO RO-PARM-LABEL.  
035600     MOVE RO-PURGE-CUTOFF TO RO-DATE-IN.                          
035700     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
035800     MOVE RO-DATE-EDITED TO RO-PARM-DATE.                         
035900     MOVE RO-PARM-LINE TO RO-PRINT-LINE.                          
036000     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
036100 1000-EXIT.                                                       
036200     EXIT.                                                        
036300*                                                                 
036400***************************************************************** 
036500* 1100-SET-ARCHIVE-CUTOFF - FROM THE CARD, OR THE FIRST OF THE   *
036600* CURRENT MONTH, SO A RUN EARLY IN THE MONTH ARCHIVES EVERYTHING *
036700* BEFORE IT. A CUTOFF AFTER THE RUN DATE WOULD ARCHIVE TODAY'S   *
036800* WORK AND IS REFUSED.                                           *
036900***************************************************************** 
037000 1100-SET-ARCHIVE-CUTOFF.                                         
037100     IF RO-CONTROL-ARCHIVE-CUTOFF = SPACES                        
037200         MOVE RO-RUN-DATE TO RO-DATE-WORK-N                       
037300         MOVE 1 TO RO-DW-DD                                       
037400         MOVE RO-DATE-WORK-N TO RO-ARCHIVE-CUTOFF                 
037500         GO TO 1100-EXIT                                          
037600     END-IF.                                                      
037700     IF RO-CONTROL-ARCHIVE-CUTOFF NOT NUMERIC                     
037800         DISPLAY "CEASROL0001 - ARCHIVE CUTOFF "                  
037900             RO-CONTROL-ARCHIVE-CUTOFF " IS NOT A VALID YYYYMMDD" 
038000         MOVE 16 TO RETURN-CODE                                   
038100         GO TO 9900-ABEND-ROUTINE                                 
038200     END-IF.                                                      
038300     MOVE RO-CONTROL-ARCHIVE-CUTOFF TO RO-ARCHIVE-CUTOFF.         
038400     IF FUNCTION INTEGER-OF-DATE(RO-ARCHIVE-CUTOFF) = ZERO        
038500         DISPLAY "CEASROL0001 - ARCHIVE CUTOFF "                  
038600             RO-CONTROL-ARCHIVE-CUTOFF " IS NOT A VALID YYYYMMDD" 
038700         MOVE 16 TO RETURN-CODE                                   
038800         GO TO 9900-ABEND-ROUTINE                                 
038900     END-IF.                                                      
039000     IF RO-ARCHIVE-CUTOFF > RO-RUN-DATE                           
039100         DISPLAY "CEASROL0001 - ARCHIVE CUTOFF "                  
039200             RO-CONTROL-ARCHIVE-CUTOFF " IS AFTER THE RUN DATE"   
039300         MOVE 16 TO RETURN-CODE                                   
039400         GO TO 9900-ABEND-ROUTINE                                 
039500     END-IF.                                                      
039600 1100-EXIT.                                                       
039700     EXIT.                                                        
039800*                                                                 
039900***************************************************************** 
040000* 1200-SET-PURGE-CUTOFF - FROM THE CARD, OR THE RUN DATE LESS    *
040100* THE LEGAL RETENTION PERIOD (29 FEBRUARY FALLS BACK TO THE      *
040200* 28TH).                                                         *
040300***************************************************************** 
040400 1200-SET-PURGE-CUTOFF.                                           
040500     IF RO-CONTROL-PURGE-CUTOFF = SPACES                          
040600         MOVE RO-RUN-DATE TO RO-DATE-WORK-N                       
040700         SUBTRACT RO-RETENTION-YEARS FROM RO-DW-YYYY              
040800         IF RO-DW-MM = 2 AND RO-DW-DD = 29                        
040900             MOVE 28 TO RO-DW-DD                                  
041000         END-IF                                                   
041100         MOVE RO-DATE-WORK-N TO RO-PURGE-CUTOFF                   
041200         GO TO 1200-EXIT                                          
041300     END-IF.                                                      
041400     IF RO-CONTROL-PURGE-CUTOFF NOT NUMERIC                       
041500         DISPLAY "CEASROL0001 - PURGE CUTOFF "                    
041600             RO-CONTROL-PURGE-CUTOFF " IS NOT A VALID YYYYMMDD"   
041700         MOVE 16 TO RETURN-CODE                                   
041800         GO TO 9900-ABEND-ROUTINE                                 
041900     END-IF.                                                      
042000     MOVE RO-CONTROL-PURGE-CUTOFF TO RO-PURGE-CUTOFF.             
042100     IF FUNCTION INTEGER-OF-DATE(RO-PURGE-CUTOFF) = ZERO          
042200         DISPLAY "CEASROL0001 - PURGE CUTOFF "                    
042300             RO-CONTROL-PURGE-CUTOFF " IS NOT A VALID YYYYMMDD"   
042400         MOVE 16 TO RETURN-CODE                                   
042500         GO TO 9900-ABEND-ROUTINE                                 
042600     END-IF.                                                      
042700 1200-EXIT.                                                       
042800     EXIT.                                                        
042900*                                                                 
043000***************************************************************** 
043100* 2000-CERTIFY-PURGE-ARCHIVE - READ EVERY ARCHIVE GENERATION ON  *
043200* CEASAPRG. EACH MUST BE A COMPLETE *HDR ... *TRL GENERATION     *
043300* WHOSE *TRL AGREES, AND EVERY RECORD IN IT MUST BE PAST THE     *
043400* PURGE CUTOFF; ANYTHING ELSE STOPS THE RUN BEFORE A RECORD IS   *
043500* MOVED, SO NOTHING STILL UNDER RETENTION CAN BE DELETED.        *
043600***************************************************************** 
043700 2000-CERTIFY-PURGE-ARCHIVE.                                      
043800     OPEN INPUT PURGE-ARCHIVE-FILE.                               
043900     PERFORM 2100-READ-PURGE-RECORD THRU 2100-EXIT                
044000         UNTIL RO-END-OF-PURGE.                                   
044100     CLOSE PURGE-ARCHIVE-FILE.                                    
044200     IF RO-IN-GENERATION                                          
044300         DISPLAY "CEASROL0003 - CEASAPRG GENERATION "             
044400             RO-GEN-COUNT " HAS NO *TRL - IT IS INCOMPLETE"       
044500         MOVE 16 TO RETURN-CODE                                   
044600         GO TO 9900-ABEND-ROUTINE                                 
044700     END-IF.                                                      
044800 2000-EXIT.                                                       
044900     EXIT.                                                        
045000*                                                                 
045100 2100-READ-PURGE-RECORD.                                          
045200     READ PURGE-ARCHIVE-FILE INTO AUDIT-ARCHIVE-CONTROL-REC       
045300         AT END                                                   
045400             SET RO-END-OF-PURGE TO TRUE                          
045500             GO TO 2100-EXIT                                      
045600     END-READ.                                                    
045700     IF AH-HEADER-REC                                             
045800         PERFORM 2200-START-PURGE-GENERATION THRU 2200-EXIT       
045900         GO TO 2100-EXIT                                          
046000     END-IF.                                                      
046100     IF AH-TRAILER-REC                                            
046200         PERFORM 2300-END-PURGE-GENERATION THRU 2300-EXIT         
046300         GO TO 2100-EXIT                                          
046400     END-IF.                                                      
046500     IF NOT RO-IN-GENERATION                                      
046600         DISPLAY "CEASROL0002 - CEASAPRG RECORD OUTSIDE ANY "     
046700             "*HDR/*TRL GENERATION - NOT AN ARCHIVE"              
046800         MOVE 16 TO RETURN-CODE                                   
046900         GO TO 9900-ABEND-ROUTINE                                 
047000     END-IF.                                                      
047100     IF RO-PRG-AUDIT-DATE NOT NUMERIC                             
047200             OR RO-PRG-AUDIT-DATE NOT < RO-PURGE-CUTOFF           
047300         DISPLAY "CEASROL0004 - CEASAPRG GENERATION "             
047400             RO-GEN-COUNT " HOLDS A RECORD DATED "                
047500             RO-PRG-AUDIT-DATE " - NOT PAST RETENTION"            
047600         MOVE 16 TO RETURN-CODE                                   
047700         GO TO 9900-ABEND-ROUTINE                                 
047800     END-IF.                                                      
047900     ADD 1 TO RO-PRG-COUNT.                                       
048000     IF RO-PRG-AUDIT-LENGTH NUMERIC                               
048100         ADD RO-PRG-AUDIT-LENGTH TO RO-PRG-BYTES                  
048200     END-IF.                                                      
048300     IF RO-G-FIRST-DATE(RO-GEN-COUNT) = ZERO                      
048400         MOVE RO-PRG-AUDIT-DATE TO RO-G-FIRST-DATE(RO-GEN-COUNT)  
048500     END-IF.                                                      
048600     MOVE RO-PRG-AUDIT-DATE TO RO-G-LAST-DATE(RO-GEN-COUNT).      
048700 2100-EXIT.                                                       
048800     EXIT.                                                        
048900*                                                                 
049000 2200-START-PURGE-GENERATION.                                     
049100     IF RO-IN-GENERATION                                          
049200         DISPLAY "CEASROL0003 - CEASAPRG GENERATION "             
049300             RO-GEN-COUNT " HAS NO *TRL - IT IS INCOMPLETE"       
049400         MOVE 16 TO RETURN-CODE                                   
049500         GO TO 9900-ABEND-ROUTINE                                 
049600     END-IF.                                                      
049700     IF RO-GEN-COUNT = RO-GEN-MAX                                 
049800         DISPLAY "CEASROL0002 - MORE THAN " RO-GEN-MAX            
049900             " ARCHIVE GENERATIONS ON CEASAPRG"                   
050000         MOVE 16 TO RETURN-CODE                                   
050100         GO TO 9900-ABEND-ROUTINE                                 
050200     END-IF.                                                      
050300     ADD 1 TO RO-GEN-COUNT.                                       
050400     SET RO-IN-GENERATION TO TRUE.                                
050500     MOVE ZERO TO RO-PRG-COUNT.                                   
050600     MOVE ZERO TO RO-PRG-BYTES.                                   
050700     MOVE AH-HDR-CREATED-DATE TO RO-G-CREATED-DATE(RO-GEN-COUNT). 
050800     MOVE ZERO TO RO-G-FIRST-DATE(RO-GEN-COUNT).                  
050900     MOVE ZERO TO RO-G-LAST-DATE(RO-GEN-COUNT).                   
051000 2200-EXIT.                                                       
051100     EXIT.                                                        
051200*                                                                 
051300 2300-END-PURGE-GENERATION.                                       
051400     IF NOT RO-IN-GENERATION                                      
051500         DISPLAY "CEASROL0002 - CEASAPRG *TRL WITH NO *HDR - "    
051600             "NOT AN ARCHIVE"                                     
051700         MOVE 16 TO RETURN-CODE                                   
051800         GO TO 9900-ABEND-ROUTINE                                 
051900     END-IF.                                                      
052000     IF AH-TRL-RECORD-COUNT NOT = RO-PRG-COUNT                    
052100             OR AH-TRL-BYTE-TOTAL NOT = RO-PRG-BYTES              
052200         DISPLAY "CEASROL0003 - CEASAPRG GENERATION "             
052300             RO-GEN-COUNT " DOES NOT AGREE WITH ITS *TRL - "      
052400             RO-PRG-COUNT " RECORDS READ, " AH-TRL-RECORD-COUNT   
052500             " ON *TRL"                                           
052600         MOVE 16 TO RETURN-CODE                                   
052700         GO TO 9900-ABEND-ROUTINE                                 
052800     END-IF.                                                      
052900     MOVE RO-PRG-COUNT TO RO-G-COUNT(RO-GEN-COUNT).               
053000     MOVE RO-PRG-BYTES TO RO-G-BYTES(RO-GEN-COUNT).               
053100     ADD RO-PRG-COUNT TO RO-TOT-DEST-COUNT.                       
053200     ADD RO-PRG-BYTES TO RO-TOT-DEST-BYTES.                       
053300     MOVE "N" TO RO-IN-GENERATION-SWITCH.                         
053400 2300-EXIT.                                                       
053500     EXIT.                                                        
053600*                                                                 
053700***************************************************************** 
053800* 2650-FORMAT-DATE - EDIT A YYYYMMDD DATE IN RO-DATE-IN INTO THE *
053900* YYYY/MM/DD SHAPE THE REPORT PRINTS.                            *
054000***************************************************************** 
054100 2650-FORMAT-DATE.                                                
054200     MOVE RO-DATE-IN(1:4) TO RO-DATE-ED-YYYY.                     
054300     MOVE RO-DATE-IN(5:2) TO RO-DATE-ED-MM.                       
054400     MOVE RO-DATE-IN(7:2) TO RO-DATE-ED-DD.                       
054500 2650-EXIT.                                                       
054600     EXIT.                                                        
054700*                                                                 
054800***************************************************************** 
054900* 2700-PRINT-REPORT-LINE - PRINT ONE LINE FROM RO-PRINT-LINE,    *
055000* BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE PAGE IS FULL.    *
055100***************************************************************** 
055200 2700-PRINT-REPORT-LINE.                                          
055300     IF RO-LINE-COUNT > RO-LINES-PER-PAGE                         
055400         PERFORM 2800-PRINT-PAGE-HEADING THRU 2800-EXIT           
055500     END-IF.                                                      
055600     WRITE RO-REPORT-REC FROM RO-PRINT-LINE                       
055700         AFTER ADVANCING 1 LINE.                                  
055800     ADD 1 TO RO-LINE-COUNT.                                      
055900 2700-EXIT.                                                       
056000     EXIT.                                                        
056100*                                                                 
056200 2750-PRINT-BLANK-LINE.                                           
056300     MOVE SPACES TO RO-PRINT-LINE.                                
056400     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
056500 2750-EXIT.                                                       
056600     EXIT.                                                        
056700*                                                                 
056800 2800-PRINT-PAGE-HEADING.                                         
056900     ADD 1 TO RO-PAGE-COUNT.                                      
057000     MOVE RO-PAGE-COUNT TO RO-HEAD-PAGE.                          
057100     WRITE RO-REPORT-REC FROM RO-HEADING-1                        
057200         AFTER ADVANCING PAGE.                                    
057300     WRITE RO-REPORT-REC FROM RO-HEADING-2                        
057400         AFTER ADVANCING 1 LINE.                                  
057500     MOVE SPACES TO RO-REPORT-REC.                                
057600     WRITE RO-REPORT-REC AFTER ADVANCING 1 LINE.                  
057700     MOVE 3 TO RO-LINE-COUNT.                                     
057800 2800-EXIT.                                                       
057900     EXIT.                                                        
058000*                                                                 
058100***************************************************************** 
058200* 3000-ROLL-ACTIVE-AUDIT - COPY EVERY ACTIVE AUDIT RECORD TO THE *
058300* NEW ACTIVE FILE OR THE NEW ARCHIVE GENERATION, OR DESTROY IT,  *
058400* BY ITS AUDIT DATE. A RECORD WITHOUT A READABLE DATE CANNOT BE  *
058500* AGED AND IS KEPT ACTIVE.                                       *
058600***************************************************************** 
058700 3000-ROLL-ACTIVE-AUDIT.                                          
058800     OPEN INPUT AUDIT-TRAIL-FILE.                                 
058900     OPEN OUTPUT NEW-AUDIT-FILE.                                  
059000     OPEN OUTPUT AUDIT-ARCHIVE-FILE.                              
059100     MOVE SPACES TO AUDIT-ARCHIVE-CONTROL-REC.                    
059200     SET AH-HEADER-REC TO TRUE.                                   
059300     MOVE "CEASAUD" TO AH-HDR-FILE-NAME.                          
059400     MOVE RO-ARCHIVE-CUTOFF TO AH-HDR-CUTOFF-DATE.                
059500     MOVE RO-RUN-DATE TO AH-HDR-CREATED-DATE.                     
059600     MOVE RO-RUN-TIME(1:6) TO AH-HDR-CREATED-TIME.                
059700     WRITE RO-ARCHIVE-REC FROM AUDIT-ARCHIVE-CONTROL-REC.         
059800     PERFORM 3100-ROLL-ONE-RECORD THRU 3100-EXIT                  
059900         UNTIL RO-END-OF-AUDIT.                                   
060000     MOVE SPACES TO AUDIT-ARCHIVE-CONTROL-REC.                    
060100     SET AH-TRAILER-REC TO TRUE.                                  
060200     MOVE RO-ARCH-COUNT TO AH-TRL-RECORD-COUNT.                   
060300     MOVE RO-ARCH-BYTES TO AH-TRL-BYTE-TOTAL.                     
060400     MOVE RO-ARCH-FIRST-DATE TO AH-TRL-FIRST-DATE.                
060500     MOVE RO-ARCH-LAST-DATE TO AH-TRL-LAST-DATE.                  
060600     MOVE RO-ARCH-LAST-SEQ-NO TO AH-TRL-LAST-SEQ-NO.              
060700     MOVE RO-ARCH-LAST-CHECK TO AH-TRL-LAST-CHECK-VALUE.          
060800     WRITE RO-ARCHIVE-REC FROM AUDIT-ARCHIVE-CONTROL-REC.         
060900     CLOSE AUDIT-TRAIL-FILE.                                      
061000     CLOSE NEW-AUDIT-FILE.                                        
061100     CLOSE AUDIT-ARCHIVE-FILE.                                    
061200 3000-EXIT.                                                       
061300     EXIT.                                                        
061400*                                                                 
061500 3100-ROLL-ONE-RECORD.                                            
061600     READ AUDIT-TRAIL-FILE                                        
061700         AT END                                                   
061800             SET RO-END-OF-AUDIT TO TRUE                          
061900             GO TO 3100-EXIT                                      
062000     END-READ.                                                    
062100     IF RO-AUDIT-LENGTH NUMERIC                                   
062200         MOVE RO-AUDIT-LENGTH TO RO-REC-BYTES                     
062300     ELSE                                                         
062400         MOVE ZERO TO RO-REC-BYTES                                
062500     END-IF.                                                      
062600     ADD 1 TO RO-READ-COUNT.                                      
062700     ADD RO-REC-BYTES TO RO-READ-BYTES.                           
062800     IF RO-AUDIT-DATE NOT NUMERIC                                 
062900         ADD 1 TO RO-UNDATED-COUNT                                
063000         PERFORM 3200-KEEP-RECORD THRU 3200-EXIT                  
063100         GO TO 3100-EXIT                                          
063200     END-IF.                                                      
063300     IF RO-AUDIT-DATE < RO-PURGE-CUTOFF                           
063400         PERFORM 3400-DESTROY-RECORD THRU 3400-EXIT               
063500         GO TO 3100-EXIT                                          
063600     END-IF.                                                      
063700     IF RO-AUDIT-DATE < RO-ARCHIVE-CUTOFF                         
063800         PERFORM 3300-ARCHIVE-RECORD THRU 3300-EXIT               
063900         GO TO 3100-EXIT                                          
064000     END-IF.                                                      
064100     PERFORM 3200-KEEP-RECORD THRU 3200-EXIT.                     
064200 3100-EXIT.                                                       
064300     EXIT.                                                        
064400*                                                                 
064500 3200-KEEP-RECORD.                                                
064600     WRITE RO-NEW-AUDIT-REC FROM RO-AUDIT-REC.                    
064700     ADD 1 TO RO-KEPT-COUNT.                                      
064800     ADD RO-REC-BYTES TO RO-KEPT-BYTES.                           
064900 3200-EXIT.                                                       
065000     EXIT.                                                        
065100*                                                                 
065200 3300-ARCHIVE-RECORD.                                             
065300     WRITE RO-ARCHIVE-REC FROM RO-AUDIT-REC.                      
065400     ADD 1 TO RO-ARCH-COUNT.                                      
065500     ADD RO-REC-BYTES TO RO-ARCH-BYTES.                           
065600     IF RO-ARCH-FIRST-DATE = ZERO                                 
065700             OR RO-AUDIT-DATE < RO-ARCH-FIRST-DATE                
065800         MOVE RO-AUDIT-DATE TO RO-ARCH-FIRST-DATE                 
065900     END-IF.                                                      
066000     IF RO-AUDIT-DATE > RO-ARCH-LAST-DATE                         
066100         MOVE RO-AUDIT-DATE TO RO-ARCH-LAST-DATE                  
066200     END-IF.                                                      
066300     IF RO-AUDIT-STAMPED                                          
066400         MOVE RO-AUDIT-SEQ-NO TO RO-ARCH-LAST-SEQ-NO              
066500         MOVE RO-AUDIT-CHECK-VALUE TO RO-ARCH-LAST-CHECK          
066600     END-IF.                                                      
066700 3300-EXIT.                                                       
066800     EXIT.                                                        
066900*                                                                 
067000 3400-DESTROY-RECORD.                                             
067100     ADD 1 TO RO-DEST-COUNT.                                      
067200     ADD RO-REC-BYTES TO RO-DEST-BYTES.                           
067300     IF RO-DEST-FIRST-DATE = ZERO                                 
067400             OR RO-AUDIT-DATE < RO-DEST-FIRST-DATE                
067500         MOVE RO-AUDIT-DATE TO RO-DEST-FIRST-DATE                 
067600     END-IF.                                                      
067700     IF RO-AUDIT-DATE > RO-DEST-LAST-DATE                         
067800         MOVE RO-AUDIT-DATE TO RO-DEST-LAST-DATE                  
067900     END-IF.                                                      
068000 3400-EXIT.                                                       
068100     EXIT.                                                        
068200*                                                                 
068300***************************************************************** 
068400* 4000-BALANCE-AND-REPORT - PROVE THE ROLL-OFF. RECORDS AND      *
068500* MESSAGE BYTES READ MUST EQUAL THOSE KEPT PLUS ARCHIVED PLUS    *
068600* DESTROYED; ANY DIFFERENCE IS PRINTED AND ENDS THE RUN WITH     *
068700* RETURN CODE 16.                                                *
068800***************************************************************** 
068900 4000-BALANCE-AND-REPORT.                                         
069000     COMPUTE RO-DIFF-COUNT = RO-READ-COUNT - RO-KEPT-COUNT        
069100         - RO-ARCH-COUNT - RO-DEST-COUNT.                         
069200     COMPUTE RO-DIFF-BYTES = RO-READ-BYTES - RO-KEPT-BYTES        
069300         - RO-ARCH-BYTES - RO-DEST-BYTES.                         
069400     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
069500     MOVE "ROLL-OFF CONTROL TOTALS" TO RO-SECTION-TITLE.          
069600     MOVE RO-SECTION-LINE TO RO-PRINT-LINE.                       
069700     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
069800     MOVE RO-CONTROL-HEADER-LINE TO RO-PRINT-LINE.                
069900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
070000     MOVE "READ FROM THE ACTIVE CEASAUD" TO RO-CTL-LABEL.         
070100     MOVE RO-READ-COUNT TO RO-CTL-RECORDS.                        
070200     MOVE RO-READ-BYTES TO RO-CTL-BYTES.                          
070300     PERFORM 4100-PRINT-CONTROL-LINE THRU 4100-EXIT.              
070400     MOVE "KEPT ON THE NEW ACTIVE FILE (CEASAUDN)"                
070500         TO RO-CTL-LABEL.                                         
070600     MOVE RO-KEPT-COUNT TO RO-CTL-RECORDS.                        
070700     MOVE RO-KEPT-BYTES TO RO-CTL-BYTES.                          
070800     PERFORM 4100-PRINT-CONTROL-LINE THRU 4100-EXIT.              
070900     MOVE "MOVED TO THE ARCHIVE GENERATION (CEASARCH)"            
071000         TO RO-CTL-LABEL.                                         
071100     MOVE RO-ARCH-COUNT TO RO-CTL-RECORDS.                        
071200     MOVE RO-ARCH-BYTES TO RO-CTL-BYTES.                          
071300     PERFORM 4100-PRINT-CONTROL-LINE THRU 4100-EXIT.              
071400     MOVE "DESTROYED - PAST LEGAL RETENTION" TO RO-CTL-LABEL.     
071500     MOVE RO-DEST-COUNT TO RO-CTL-RECORDS.                        
071600     MOVE RO-DEST-BYTES TO RO-CTL-BYTES.                          
071700     PERFORM 4100-PRINT-CONTROL-LINE THRU 4100-EXIT.              
071800     MOVE "DIFFERENCE (MUST BE ZERO)" TO RO-CTL-LABEL.            
071900     MOVE RO-DIFF-COUNT TO RO-CTL-RECORDS.                        
072000     MOVE RO-DIFF-BYTES TO RO-CTL-BYTES.                          
072100     PERFORM 4100-PRINT-CONTROL-LINE THRU 4100-EXIT.              
072200     IF RO-UNDATED-COUNT > ZERO                                   
072300         MOVE "KEPT ACTIVE - NO READABLE AUDIT DATE"              
072400             TO RO-CTL-LABEL                                      
072500         MOVE RO-UNDATED-COUNT TO RO-CTL-RECORDS                  
072600         MOVE ZERO TO RO-CTL-BYTES                                
072700         PERFORM 4100-PRINT-CONTROL-LINE THRU 4100-EXIT           
072800     END-IF.                                                      
072900     IF RO-DIFF-COUNT NOT = ZERO OR RO-DIFF-BYTES NOT = ZERO      
073000         DISPLAY "CEASROL0005 - ROLL-OFF OUT OF BALANCE BY "      
073100             RO-DIFF-COUNT " RECORDS, " RO-DIFF-BYTES " BYTES"    
073200         MOVE 16 TO RETURN-CODE                                   
073300         GO TO 9900-ABEND-ROUTINE                                 
073400     END-IF.                                                      
073500     IF RO-ARCH-COUNT > ZERO                                      
073600         PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT             
073700         MOVE "THE ARCHIVE GENERATION HOLDS AUDIT DATES"          
073800             TO RO-PARM-LABEL                                     
073900         MOVE RO-ARCH-FIRST-DATE TO RO-DATE-IN                    
074000         PERFORM 2650-FORMAT-DATE THRU 2650-EXIT                  
074100         MOVE RO-DATE-EDITED TO RO-PARM-DATE                      
074200         MOVE RO-PARM-LINE TO RO-PRINT-LINE                       
074300         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
074400         MOVE "                                   THROUGH"        
074500             TO RO-PARM-LABEL                                     
074600         MOVE RO-ARCH-LAST-DATE TO RO-DATE-IN                     
074700         PERFORM 2650-FORMAT-DATE THRU 2650-EXIT                  
074800         MOVE RO-DATE-EDITED TO RO-PARM-DATE                      
074900         MOVE RO-PARM-LINE TO RO-PRINT-LINE                       
075000         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
075100     END-IF.                                                      
075200     IF RO-ARCH-LAST-SEQ-NO > ZERO                                
075300         MOVE RO-ARCH-LAST-SEQ-NO TO RO-CHAIN-SEQ-NO              
075400         MOVE RO-ARCH-LAST-CHECK TO RO-CHAIN-CHECK                
075500         MOVE RO-CHAIN-LINE TO RO-PRINT-LINE                      
075600         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
075700     END-IF.                                                      
075800     ADD RO-DEST-COUNT TO RO-TOT-DEST-COUNT.                      
075900     ADD RO-DEST-BYTES TO RO-TOT-DEST-BYTES.                      
076000     DISPLAY "CEASROL0007 - " RO-KEPT-COUNT " KEPT, "             
076100         RO-ARCH-COUNT " ARCHIVED, " RO-TOT-DEST-COUNT            
076200         " DESTROYED".                                            
076300     IF RO-UNDATED-COUNT > ZERO                                   
076400         DISPLAY "CEASROL0006 - " RO-UNDATED-COUNT                
076500             " AUDIT RECORD(S) WITH NO READABLE DATE KEPT ACTIVE" 
076600         MOVE 4 TO RETURN-CODE                                    
076700     END-IF.                                                      
076800 4000-EXIT.                                                       
076900     EXIT.                                                        
077000*                                                                 
077100 4100-PRINT-CONTROL-LINE.                                         
077200     MOVE RO-CONTROL-LINE TO RO-PRINT-LINE.                       
077300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
077400 4100-EXIT.                                                       
077500     EXIT.                                                        
077600*                                                                 
077700***************************************************************** 
077800* 5000-PRINT-CERTIFICATE - THE CERTIFICATE OF DESTRUCTION, ON A  *
077900* PAGE OF ITS OWN: ONE LINE PER ARCHIVE GENERATION DESTROYED AND *
078000* ONE FOR THE ACTIVE-FILE RECORDS DESTROYED, THE TOTAL, AND      *
078100* SIGNATURE LINES.                                               *
078200***************************************************************** 
078300 5000-PRINT-CERTIFICATE.                                          
078400     MOVE 99 TO RO-LINE-COUNT.                                    
078500     MOVE "CERTIFICATE OF DESTRUCTION - CEASAUD AUDIT TRAIL"      
078600         TO RO-SECTION-TITLE.                                     
078700     MOVE RO-SECTION-LINE TO RO-PRINT-LINE.                       
078800     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
078900     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
079000     IF RO-TOT-DEST-COUNT = ZERO                                  
079100         MOVE "NO AUDIT RECORDS WERE PAST LEGAL RETENTION -"      
079200             TO RO-TEXT                                           
079300         MOVE "NOTHING WAS DESTROYED" TO RO-TEXT(46:21)           
079400         MOVE RO-TEXT-LINE TO RO-PRINT-LINE                       
079500         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
079600         GO TO 5000-EXIT                                          
079700     END-IF.                                                      
079800     MOVE SPACES TO RO-TEXT.                                      
079900     MOVE "THE AUDIT TRAIL RECORDS SUMMARIZED BELOW ARE DATED"    
080000         TO RO-TEXT.                                              
080100     MOVE RO-PURGE-CUTOFF TO RO-DATE-IN.                          
080200     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
080300     MOVE "BEFORE" TO RO-TEXT(52:6).                              
080400     MOVE RO-DATE-EDITED TO RO-TEXT(59:10).                       
080500     MOVE ", PAST THE LEGAL RETENTION PERIOD," TO RO-TEXT(69:34). 
080600     MOVE RO-TEXT-LINE TO RO-PRINT-LINE.                          
080700     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
080800     MOVE "AND WERE DESTROYED BY THIS RUN." TO RO-TEXT.           
080900     MOVE RO-TEXT-LINE TO RO-PRINT-LINE.                          
081000     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
081100     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
081200     MOVE RO-CERT-HEADER-LINE TO RO-PRINT-LINE.                   
081300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
081400     PERFORM 5100-PRINT-ONE-GENERATION THRU 5100-EXIT             
081500         VARYING RO-GI FROM 1 BY 1 UNTIL RO-GI > RO-GEN-COUNT.    
081600     IF RO-DEST-COUNT > ZERO                                      
081700         MOVE SPACES TO RO-CERT-LINE                              
081800         MOVE "ACTIVE CEASAUD" TO RO-CERT-SOURCE                  
081900         MOVE RO-RUN-DATE TO RO-DATE-IN                           
082000         PERFORM 2650-FORMAT-DATE THRU 2650-EXIT                  
082100         MOVE RO-DATE-EDITED TO RO-CERT-CUT-ON                    
082200         MOVE RO-DEST-FIRST-DATE TO RO-DATE-IN                    
082300         PERFORM 2650-FORMAT-DATE THRU 2650-EXIT                  
082400         MOVE RO-DATE-EDITED TO RO-CERT-FIRST-DATE                
082500         MOVE RO-DEST-LAST-DATE TO RO-DATE-IN                     
082600         PERFORM 2650-FORMAT-DATE THRU 2650-EXIT                  
082700         MOVE RO-DATE-EDITED TO RO-CERT-LAST-DATE                 
082800         MOVE RO-DEST-COUNT TO RO-CERT-RECORDS                    
082900         MOVE RO-DEST-BYTES TO RO-CERT-BYTES                      
083000         MOVE RO-CERT-LINE TO RO-PRINT-LINE                       
083100         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
083200     END-IF.                                                      
083300     MOVE SPACES TO RO-CERT-LINE.                                 
083400     MOVE "TOTAL DESTROYED" TO RO-CERT-SOURCE.                    
083500     MOVE RO-TOT-DEST-COUNT TO RO-CERT-RECORDS.                   
083600     MOVE RO-TOT-DEST-BYTES TO RO-CERT-BYTES.                     
083700     MOVE RO-CERT-LINE TO RO-PRINT-LINE.                          
083800     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
083900     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
084000     IF RO-GEN-COUNT > ZERO                                       
084100         MOVE "THE ARCHIVE GENERATIONS LISTED ARE DELETED BY THE" 
084200             TO RO-TEXT                                           
084300         MOVE "NEXT JOB STEP." TO RO-TEXT(51:14)                  
084400         MOVE RO-TEXT-LINE TO RO-PRINT-LINE                       
084500         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
084600         PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT             
084700     END-IF.                                                      
084800     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
084900     MOVE "DESTRUCTION AUTHORIZED BY" TO RO-TEXT.                 
085000     MOVE ALL "_" TO RO-TEXT(28:30).                              
085100     MOVE "DATE  __________" TO RO-TEXT(61:16).                   
085200     MOVE RO-TEXT-LINE TO RO-PRINT-LINE.                          
085300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
085400     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
085500     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
085600     MOVE "DESTRUCTION WITNESSED BY" TO RO-TEXT.                  
085700     MOVE ALL "_" TO RO-TEXT(28:30).                              
085800     MOVE "DATE  __________" TO RO-TEXT(61:16).                   
085900     MOVE RO-TEXT-LINE TO RO-PRINT-LINE.                          
086000     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
086100 5000-EXIT.                                                       
086200     EXIT.                                                        
086300*                                                                 
086400 5100-PRINT-ONE-GENERATION.                                       
086500     MOVE SPACES TO RO-CERT-LINE.                                 
086600     MOVE "ARCHIVE GENERATION" TO RO-CERT-SOURCE.                 
086700     MOVE RO-G-CREATED-DATE(RO-GI) TO RO-DATE-IN.                 
086800     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
086900     MOVE RO-DATE-EDITED TO RO-CERT-CUT-ON.                       
087000     IF RO-G-COUNT(RO-GI) > ZERO                                  
087100         MOVE RO-G-FIRST-DATE(RO-GI) TO RO-DATE-IN                
087200         PERFORM 2650-FORMAT-DATE THRU 2650-EXIT                  
087300         MOVE RO-DATE-EDITED TO RO-CERT-FIRST-DATE                
087400         MOVE RO-G-LAST-DATE(RO-GI) TO RO-DATE-IN                 
087500         PERFORM 2650-FORMAT-DATE THRU 2650-EXIT                  
087600         MOVE RO-DATE-EDITED TO RO-CERT-LAST-DATE                 
087700     END-IF.                                                      
087800     MOVE RO-G-COUNT(RO-GI) TO RO-CERT-RECORDS.                   
087900     MOVE RO-G-BYTES(RO-GI) TO RO-CERT-BYTES.                     
088000     MOVE RO-CERT-LINE TO RO-PRINT-LINE.                          
088100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
088200 5100-EXIT.                                                       
088300     EXIT.                                                        
088400*                                                                 
088500***************************************************************** 
088600* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
088700***************************************************************** 
088800 9000-TERMINATE.                                                  
088900     CLOSE ROLL-REPORT-FILE.                                      
089000 9000-EXIT.                                                       
089100     EXIT.                                                        
089200*                                                                 
089300***************************************************************** 
089400* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP.            *
089500***************************************************************** 
089600 9900-ABEND-ROUTINE.                                              
089700     DISPLAY "CEASROL - JOB TERMINATED, RETURN CODE " RETURN-CODE.
089800     STOP RUN.                                                    
089900 9900-EXIT.                                                       
090000     EXIT.                                                        
