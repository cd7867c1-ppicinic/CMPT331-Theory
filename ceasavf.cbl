000100 IDENTIFICATION DIVISION.                                         
000200 PROGRAM-ID. CEASAVF.                                             
000300 AUTHOR. M W KOVAC.                                               
000400 INSTALLATION. DATA SECURITY SERVICES.                            
000500 DATE-WRITTEN. 10/15/2026.                                        
000600 DATE-COMPILED.                                                   
000700***************************************************************** 
000800* CEASAVF - CEASAUD AUDIT TRAIL VERIFICATION                     *
000900*                                                                *
001000* EVERY AUDIT RECORD CEASER, CEASERV, CEASCHG AND CEASINQ WRITE  *
001100* CARRIES THE NEXT NUMBER IN ONE CONTINUOUS SEQUENCE AND A CHECK *
001200* VALUE CHAINED FROM THE RECORD BEFORE IT. THIS PROGRAM WALKS    *
001300* THE TRAIL - THE ACTIVE CEASAUD, OR ARCHIVE GENERATIONS         *
001400* CONCATENATED AHEAD OF IT IN DATE ORDER - AND PROVES IT         *
001500* COMPLETE AND UNALTERED. A NUMBER SKIPPED IS A GAP (RECORDS     *
001600* TAKEN OUT). A NUMBER THAT GOES BACKWARDS IS OUT OF SEQUENCE    *
001700* (RECORDS MOVED OR REPEATED). A CHECK VALUE THAT DOES NOT WORK  *
001800* OUT FROM THE RECORD BEFORE IS A BROKEN CHAIN (A RECORD         *
001900* CHANGED, OR ONE TAKEN OUT OR PUT IN). AN UNSTAMPED RECORD      *
002000* AFTER THE CHAIN HAS BEGUN WAS NOT WRITTEN BY A CIPHER RUN.     *
002100* EACH IS LISTED WITH ITS RECORD POSITION IN THE INPUT. THE LAST *
002200* RECORD ON THE TRAIL IS THEN CHECKED AGAINST THE CEASAUDS       *
002300* CONTROL RECORD (COPYBOOK AUDSEQ), SO RECORDS CUT OFF THE END   *
002400* ARE CAUGHT TOO.                                                *
002500*                                                                *
002600* RETURN CODE 0 - THE TRAIL IS PROVEN. RETURN CODE 4 - NO        *
002700* EXCEPTIONS, BUT PART OF THE TRAIL COULD NOT BE PROVEN (RECORDS *
002800* WRITTEN BEFORE STAMPING BEGAN, NO ANCHOR FOR A TRAIL THAT      *
002900* STARTS PART WAY ALONG THE CHAIN, OR NO CEASAUDS TO CHECK THE   *
003000* END AGAINST). RETURN CODE 8 - AT LEAST ONE EXCEPTION. RETURN   *
003100* CODE 16 - A BAD CONTROL CARD.                                  *
003200***************************************************************** 
003300*                                                                 
003400* MODIFICATION HISTORY.                                           
003500*  DATE       INIT  DESCRIPTION                                   
003600*  10/15/2026 MWK   ORIGINAL CODING - AUDIT TRAIL SEQUENCE AND    
003700*                   CHAIN VERIFICATION.                           
003800*  10/15/2026 MWK   CEASINQ NAMED AMONG THE PROGRAMS THAT WRITE TO
003900*                   THE CHAINED TRAIL AND SAVE CEASAUDS.          
004000*                                                                 
004100 ENVIRONMENT DIVISION.                                            
004200 CONFIGURATION SECTION.                                           
004300 SOURCE-COMPUTER. IBM-370.                                        
004400 OBJECT-COMPUTER. IBM-370.                                        
004500 INPUT-OUTPUT SECTION.                                            
004600 FILE-CONTROL.                                                    
004700     SELECT VERIFY-CONTROL-FILE ASSIGN TO SYSIN                   
004800         ORGANIZATION IS SEQUENTIAL.                              
004900     SELECT AUDIT-TRAIL-FILE ASSIGN TO CEASAUD                    
005000         ORGANIZATION IS SEQUENTIAL.                              
005100     SELECT AUDIT-SEQ-FILE ASSIGN TO CEASAUDS                     
005200         ORGANIZATION IS SEQUENTIAL                               
005300         FILE STATUS IS AV-AUDS-FILE-STATUS.                      
005400     SELECT VERIFY-REPORT-FILE ASSIGN TO CEASAVFR                 
005500         ORGANIZATION IS SEQUENTIAL.                              
005600*                                                                 
005700 DATA DIVISION.                                                   
005800 FILE SECTION.                                                    
005900*    SYSIN CONTROL CARD, OPTIONAL. NEEDED ONLY WHEN THE TRAIL     
006000*    SUPPLIED STARTS PART WAY ALONG THE CHAIN - THE ACTIVE FILE   
006100*    ON ITS OWN AFTER A ROLL-OFF, SAY. CEASROL PRINTS BOTH        
006200*    NUMBERS, AND THE ARCHIVE *TRL CARRIES THEM.                  
006300*    COLUMNS  1- 9  SEQUENCE NUMBER OF THE LAST RECORD BEFORE     
006400*                   THE FIRST ONE SUPPLIED.                       
006500*    COLUMNS 11-19  THAT RECORD'S CHECK VALUE.                    
006600 FD  VERIFY-CONTROL-FILE                                          
006700     RECORDING MODE IS F                                          
006800     RECORD CONTAINS 80 CHARACTERS.                               
006900 01  AV-CONTROL-REC.                                              
007000     05  AV-CONTROL-SEQ-NO       PIC X(09).                       
007100     05  FILLER                  PIC X(01).                       
007200     05  AV-CONTROL-CHECK-VALUE  PIC X(09).                       
007300     05  FILLER                  PIC X(61).                       
007400*                                                                 
007500*    AUDIT TRAIL AS CEASER, CEASERV, CEASCHG AND CEASINQ WRITE IT.
007600*    THOSE PROGRAMS, CEASRPT, CEASBIL, CEASIMP AND CEASROL CARRY  
007700*    THEIR OWN COPIES OF THIS LAYOUT - KEEP THEM ALL IN STEP BY   
007800*    HAND IF ONE CHANGES. ARCHIVE *HDR AND *TRL RECORDS (COPYBOOK 
007900*    AUDARCH) MAY BE MIXED IN WHERE GENERATIONS ARE CONCATENATED. 
008000 FD  AUDIT-TRAIL-FILE                                             
008100     RECORDING MODE IS F                                          
008200     RECORD CONTAINS 80 CHARACTERS.                               
008300 01  AV-AUDIT-REC.                                                
008400     05  AV-AUDIT-DATE           PIC X(08).                       
008500     05  FILLER                  PIC X(01).                       
008600     05  AV-AUDIT-PARAGRAPH      PIC X(20).                       
008700     05  FILLER                  PIC X(01).                       
008800     05  AV-AUDIT-SHIFT          PIC X(08).                       
008900     05  FILLER                  PIC X(01).                       
009000     05  AV-AUDIT-LENGTH         PIC X(04).                       
009100     05  FILLER                  PIC X(01).                       
009200     05  AV-AUDIT-KEY-ID         PIC X(08).                       
009300     05  FILLER                  PIC X(01).                       
009400     05  AV-AUDIT-PROGRAM        PIC X(08).                       
009500     05  FILLER                  PIC X(01).                       
009600     05  AV-AUDIT-GEN-DATE       PIC X(08).                       
009700     05  AV-AUDIT-STAMP          PIC X(01).                       
009800         88  AV-AUDIT-STAMPED              VALUE "S".             
009900     05  AV-AUDIT-SEQ-NO         PIC 9(09) COMP.                  
010000     05  AV-AUDIT-CHECK-VALUE    PIC 9(09) COMP.                  
010100     05  FILLER                  PIC X(01).                       
010200*                                                                 
010300*    WHERE THE WRITERS LEFT THE CHAIN AT THE END OF THE LAST RUN. 
010400*    DUMMY WHEN ONLY ARCHIVE GENERATIONS ARE BEING VERIFIED.      
010500 FD  AUDIT-SEQ-FILE                                               
010600     RECORDING MODE IS F                                          
010700     RECORD CONTAINS 80 CHARACTERS.                               
010800     COPY AUDSEQ.                                                 
010900*                                                                 
011000 FD  VERIFY-REPORT-FILE                                           
011100     RECORDING MODE IS F                                          
011200     RECORD CONTAINS 132 CHARACTERS.                              
011300 01  AV-REPORT-REC               PIC X(132).                      
011400*                                                                 
011500 WORKING-STORAGE SECTION.                                         
011600*                                                                 
011700*    ARCHIVE *HDR / *TRL INSPECTION AREA.                         
011800     COPY AUDARCH.                                                
011900*                                                                 
012000*    PROGRAM SWITCHES.                                            
012100 77  AV-AUDIT-EOF-SWITCH          PIC X(01) VALUE "N".            
012200     88  AV-END-OF-AUDIT                    VALUE "Y".            
012300 77  AV-ANCHOR-SWITCH             PIC X(01) VALUE "N".            
012400     88  AV-ANCHOR-SUPPLIED                 VALUE "Y".            
012500 77  AV-CHAIN-SWITCH              PIC X(01) VALUE "N".            
012600     88  AV-CHAIN-STARTED                   VALUE "Y".            
012700 77  AV-TRUST-SWITCH              PIC X(01) VALUE "N".            
012800     88  AV-TAKE-ON-TRUST                   VALUE "Y".            
012900 77  AV-PICKED-UP-SWITCH          PIC X(01) VALUE "N".            
013000     88  AV-CHAIN-PICKED-UP                 VALUE "Y".            
013100 77  AV-AUDS-SWITCH               PIC X(01) VALUE "N".            
013200     88  AV-AUDS-PRESENT                    VALUE "Y".            
013300 77  AV-AUDS-FILE-STATUS          PIC X(02) VALUE SPACES.         
013400*                                                                 
013500 77  AV-RUN-DATE                  PIC 9(08) VALUE ZERO.           
013600*                                                                 
013700*    THE CHAIN AS FAR AS IT HAS BEEN WALKED - THE SEQUENCE NUMBER 
013800*    AND CHECK VALUE OF THE LAST STAMPED RECORD READ, OR OF THE   
013900*    CONTROL CARD ANCHOR BEFORE THE FIRST.                        
014000 77  AV-ANCHOR-SEQ-NO             PIC 9(09) VALUE ZERO.           
014100 77  AV-ANCHOR-CHECK              PIC 9(09) VALUE ZERO.           
014200 77  AV-LAST-SEQ-NO               PIC 9(09) COMP VALUE ZERO.      
014300 77  AV-LAST-CHECK                PIC 9(09) COMP VALUE ZERO.      
014400 77  AV-EXPECTED-SEQ-NO           PIC 9(09) COMP VALUE ZERO.      
014500 77  AV-FIRST-SEQ-NO              PIC 9(09) COMP VALUE ZERO.      
014600*                                                                 
014700*    CHECK VALUE ARITHMETIC - THE SAME SUM THE WRITERS DO IN      
014800*    THEIR 3950-STAMP-AUDIT-RECORD: THE LAST CHECK VALUE TIMES    
014900*    31, PLUS EACH OF THE RECORD'S FIRST 70 BYTE VALUES WEIGHTED  
015000*    BY ITS POSITION, PLUS THE SEQUENCE NUMBER, MODULO 999999937. 
015100*    A CHARACTER MOVED BEHIND A LOW-VALUE BYTE READS BACK THROUGH 
015200*    THE BINARY REDEFINITION AS ITS OWN BYTE VALUE.               
015300 77  AV-BYTE-SUM                  PIC 9(09) COMP VALUE ZERO.      
015400 77  AV-CHECK-WORK                PIC 9(12) COMP VALUE ZERO.      
015500 77  AV-CHECK-QUOT                PIC 9(12) COMP VALUE ZERO.      
015600 77  AV-WORKED-CHECK              PIC 9(09) COMP VALUE ZERO.      
015700 77  AV-BI                        PIC 9(04) COMP VALUE 1.         
015800 01  AV-ORD-PAIR.                                                 
015900     05  FILLER                  PIC X(01) VALUE LOW-VALUE.       
016000     05  AV-ORD-CHAR             PIC X(01).                       
016100 01  AV-ORD-VALUE REDEFINES AV-ORD-PAIR                           
016200                                 PIC 9(04) COMP.                  
016300*                                                                 
016400*    RUN TOTALS.                                                  
016500 77  AV-READ-COUNT                PIC 9(09) COMP VALUE ZERO.      
016600 77  AV-CONTROL-COUNT             PIC 9(09) COMP VALUE ZERO.      
016700 77  AV-LEGACY-COUNT              PIC 9(09) COMP VALUE ZERO.      
016800 77  AV-STAMPED-COUNT             PIC 9(09) COMP VALUE ZERO.      
016900 77  AV-GAP-COUNT                 PIC 9(09) COMP VALUE ZERO.      
017000 77  AV-MISSING-COUNT             PIC 9(09) COMP VALUE ZERO.      
017100 77  AV-ORDER-COUNT               PIC 9(09) COMP VALUE ZERO.      
017200 77  AV-BREAK-COUNT               PIC 9(09) COMP VALUE ZERO.      
017300 77  AV-UNSTAMPED-COUNT           PIC 9(09) COMP VALUE ZERO.      
017400 77  AV-TRAILER-COUNT             PIC 9(09) COMP VALUE ZERO.      
017500 77  AV-END-COUNT                 PIC 9(09) COMP VALUE ZERO.      
017600 77  AV-EXCEPTION-COUNT           PIC 9(09) COMP VALUE ZERO.      
017700 77  AV-WARNING-COUNT             PIC 9(09) COMP VALUE ZERO.      
017800*                                                                 
017900*    PAGE CONTROL FIELDS. THE LINE COUNT STARTS PAST THE PAGE     
018000*    LIMIT SO THE FIRST PRINTED LINE FORCES THE FIRST PAGE        
018100*    HEADING.                                                     
018200 77  AV-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
018300 77  AV-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
018400 77  AV-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
018500*                                                                 
018600*    DATE FORMATTING WORK FIELDS.                                 
018700 77  AV-DATE-IN                   PIC X(08) VALUE SPACES.         
018800 01  AV-DATE-EDITED.                                              
018900     05  AV-DATE-ED-YYYY         PIC X(04).                       
019000     05  FILLER                  PIC X(01) VALUE "/".             
019100     05  AV-DATE-ED-MM           PIC X(02).                       
019200     05  FILLER                  PIC X(01) VALUE "/".             
019300     05  AV-DATE-ED-DD           PIC X(02).                       
019400 77  AV-SEQ-EDITED                PIC ZZZZZZZZ9.                  
019500*                                                                 
019600*    REPORT LINE LAYOUTS.                                         
019700 01  AV-PRINT-LINE                PIC X(132) VALUE SPACES.        
019800*                                                                 
019900 01  AV-HEADING-1.                                                
020000     05  FILLER                  PIC X(08) VALUE "CEASAVF ".      
020100     05  FILLER                  PIC X(30) VALUE SPACES.          
020200     05  FILLER                  PIC X(41) VALUE                  
020300         "CEASAUD AUDIT TRAIL VERIFICATION".                      
020400     05  FILLER                  PIC X(35) VALUE SPACES.          
020500     05  FILLER                  PIC X(05) VALUE "PAGE ".         
020600     05  AV-HEAD-PAGE            PIC ZZZ9.                        
020700     05  FILLER                  PIC X(09) VALUE SPACES.          
020800*                                                                 
020900 01  AV-HEADING-2.                                                
021000     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
021100     05  AV-HEAD-RUN-DATE        PIC X(10).                       
021200     05  FILLER                  PIC X(113) VALUE SPACES.         
021300*                                                                 
021400 01  AV-SECTION-LINE.                                             
021500     05  AV-SECTION-TITLE        PIC X(60).                       
021600     05  FILLER                  PIC X(72) VALUE SPACES.          
021700*                                                                 
021800 01  AV-TEXT-LINE.                                                
021900     05  FILLER                  PIC X(05) VALUE SPACES.          
022000     05  AV-TEXT                 PIC X(120).                      
022100     05  FILLER                  PIC X(07) VALUE SPACES.          
022200*                                                                 
022300 01  AV-EXCEPTION-HEADER-LINE.                                    
022400     05  FILLER                  PIC X(05) VALUE SPACES.          
022500     05  FILLER                  PIC X(11) VALUE "   POSITION".   
022600     05  FILLER                  PIC X(02) VALUE SPACES.          
022700     05  FILLER                  PIC X(09) VALUE " SEQUENCE".     
022800     05  FILLER                  PIC X(02) VALUE SPACES.          
022900     05  FILLER                  PIC X(10) VALUE "AUDIT DATE".    
023000     05  FILLER                  PIC X(02) VALUE SPACES.          
023100     05  FILLER                  PIC X(08) VALUE "PROGRAM".       
023200     05  FILLER                  PIC X(02) VALUE SPACES.          
023300     05  FILLER                  PIC X(08) VALUE "KEY-ID".        
023400     05  FILLER                  PIC X(02) VALUE SPACES.          
023500     05  FILLER                  PIC X(60) VALUE "EXCEPTION".     
023600     05  FILLER                  PIC X(11) VALUE SPACES.          
023700*                                                                 
023800 01  AV-EXCEPTION-LINE.                                           
023900     05  FILLER                  PIC X(05) VALUE SPACES.          
024000     05  AV-EXC-POSITION         PIC ZZZ,ZZZ,ZZ9.                 
024100     05  FILLER                  PIC X(02) VALUE SPACES.          
024200     05  AV-EXC-SEQ-NO           PIC X(09).                       
024300     05  FILLER                  PIC X(02) VALUE SPACES.          
024400     05  AV-EXC-DATE             PIC X(10).                       
024500     05  FILLER                  PIC X(02) VALUE SPACES.          
024600     05  AV-EXC-PROGRAM          PIC X(08).                       
024700     05  FILLER                  PIC X(02) VALUE SPACES.          
024800     05  AV-EXC-KEY-ID           PIC X(08).                       
024900     05  FILLER                  PIC X(02) VALUE SPACES.          
025000     05  AV-EXC-TEXT             PIC X(60).                       
025100     05  FILLER                  PIC X(11) VALUE SPACES.          
025200*                                                                 
025300 01  AV-TOTAL-LINE.                                               
025400     05  FILLER                  PIC X(05) VALUE SPACES.          
025500     05  AV-TOT-LABEL            PIC X(50).                       
025600     05  AV-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.                 
025700     05  FILLER                  PIC X(66) VALUE SPACES.          
025800*                                                                 
025900 PROCEDURE DIVISION.                                              
026000***************************************************************** 
026100* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
026200***************************************************************** 
026300 0000-MAINLINE.                                                   
026400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
026500     PERFORM 2000-VERIFY-TRAIL THRU 2000-EXIT.                    
026600     PERFORM 3000-CHECK-END-OF-TRAIL THRU 3000-EXIT.              
026700     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.                    
026800     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
026900     STOP RUN.                                                    
027000*                                                                 
027100***************************************************************** 
027200* 1000-INITIALIZE - OPEN THE REPORT, READ THE OPTIONAL ANCHOR    *
027300* CARD AND THE CEASAUDS CONTROL RECORD, AND PRINT WHAT THE TRAIL *
027400* WILL BE CHECKED AGAINST.                                       *
027500***************************************************************** 
027600 1000-INITIALIZE.                                                 
027700     ACCEPT AV-RUN-DATE FROM DATE YYYYMMDD.                       
027800     MOVE AV-RUN-DATE TO AV-DATE-IN.                              
027900     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
028000     MOVE AV-DATE-EDITED TO AV-HEAD-RUN-DATE.                     
028100     OPEN OUTPUT VERIFY-REPORT-FILE.                              
028200     MOVE SPACES TO AV-CONTROL-REC.                               
028300     OPEN INPUT VERIFY-CONTROL-FILE.                              
028400     READ VERIFY-CONTROL-FILE                                     
028500         AT END                                                   
028600             MOVE SPACES TO AV-CONTROL-REC                        
028700     END-READ.                                                    
028800     CLOSE VERIFY-CONTROL-FILE.                                   
028900     PERFORM 1100-CHECK-ANCHOR-CARD THRU 1100-EXIT.               
029000     PERFORM 1200-READ-SEQUENCE-CONTROL THRU 1200-EXIT.           
029100     MOVE "VERIFICATION PARAMETERS" TO AV-SECTION-TITLE.          
029200     MOVE AV-SECTION-LINE TO AV-PRINT-LINE.                       
029300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
029400     MOVE SPACES TO AV-TEXT.                                      
029500     IF AV-ANCHOR-SUPPLIED                                        
029600         MOVE "CHAIN CHECKED ON FROM SEQUENCE" TO AV-TEXT         
029700         MOVE AV-ANCHOR-SEQ-NO TO AV-SEQ-EDITED                   
029800         MOVE AV-SEQ-EDITED TO AV-TEXT(32:9)                      
029900         MOVE ", CHECK VALUE" TO AV-TEXT(41:13)                   
030000         MOVE AV-ANCHOR-CHECK TO AV-TEXT(55:9)                    
030100         MOVE "(CONTROL CARD)" TO AV-TEXT(65:14)                  
030200     ELSE                                                         
030300         MOVE "NO ANCHOR CARD - CHAIN CHECKED FROM ITS FIRST"     
030400             TO AV-TEXT                                           
030500         MOVE "RECORD" TO AV-TEXT(47:6)                           
030600     END-IF.                                                      
030700     MOVE AV-TEXT-LINE TO AV-PRINT-LINE.                          
030800     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
030900     MOVE SPACES TO AV-TEXT.                                      
031000     IF AV-AUDS-PRESENT                                           
031100         MOVE "CEASAUDS SAYS THE TRAIL ENDS AT SEQUENCE"          
031200             TO AV-TEXT                                           
031300         MOVE AQ-LAST-SEQ-NO TO AV-SEQ-EDITED                     
031400         MOVE AV-SEQ-EDITED TO AV-TEXT(42:9)                      
031500         MOVE ", WRITTEN BY" TO AV-TEXT(51:12)                    
031600         MOVE AQ-LAST-PROGRAM TO AV-TEXT(64:8)                    
031700         MOVE "ON" TO AV-TEXT(73:2)                               
031800         MOVE AQ-LAST-DATE TO AV-DATE-IN                          
031900         PERFORM 2650-FORMAT-DATE THRU 2650-EXIT                  
032000         MOVE AV-DATE-EDITED TO AV-TEXT(76:10)                    
032100     ELSE                                                         
032200         MOVE "CEASAUDS IS EMPTY OR DUMMY - THE END OF THE TRAIL" 
032300             TO AV-TEXT                                           
032400         MOVE "CANNOT BE CHECKED" TO AV-TEXT(51:17)               
032500     END-IF.                                                      
032600     MOVE AV-TEXT-LINE TO AV-PRINT-LINE.                          
032700     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
032800 1000-EXIT.                                                       
032900     EXIT.                                                        
033000*                                                                 
033100***************************************************************** 
033200* 1100-CHECK-ANCHOR-CARD - A BLANK CARD, OR NONE, MEANS THE      *
033300* TRAIL IS CHECKED FROM ITS FIRST STAMPED RECORD. OTHERWISE BOTH *
033400* NUMBERS MUST BE PRESENT AND NUMERIC.                           *
033500***************************************************************** 
033600 1100-CHECK-ANCHOR-CARD.                                          
033700     IF AV-CONTROL-SEQ-NO = SPACES                                
033800             AND AV-CONTROL-CHECK-VALUE = SPACES                  
033900         GO TO 1100-EXIT                                          
034000     END-IF.                                                      
034100     IF AV-CONTROL-SEQ-NO NOT NUMERIC                             
034200             OR AV-CONTROL-CHECK-VALUE NOT NUMERIC                
034300         DISPLAY "CEASAVF0001 - ANCHOR CARD MUST CARRY A 9-DIGIT "
034400             "SEQUENCE NUMBER IN COLUMNS 1-9 AND A 9-DIGIT "      
034500             "CHECK VALUE IN COLUMNS 11-19"                       
034600         MOVE 16 TO RETURN-CODE                                   
034700         GO TO 9900-ABEND-ROUTINE                                 
034800     END-IF.                                                      
034900     MOVE AV-CONTROL-SEQ-NO TO AV-ANCHOR-SEQ-NO.                  
035000     MOVE AV-CONTROL-CHECK-VALUE TO AV-ANCHOR-CHECK.              
035100     SET AV-ANCHOR-SUPPLIED TO TRUE.                              
035200 1100-EXIT.                                                       
035300     EXIT.                                                        
035400*                                                                 
035500 1200-READ-SEQUENCE-CONTROL.                                      
035600     OPEN INPUT AUDIT-SEQ-FILE.                                   
035700     IF AV-AUDS-FILE-STATUS NOT = "00"                            
035800         DISPLAY "CEASAVF0002 - CEASAUDS OPEN FAILED, STATUS "    
035900             AV-AUDS-FILE-STATUS                                  
036000         MOVE 19 TO RETURN-CODE                                   
036100         GO TO 9900-ABEND-ROUTINE                                 
036200     END-IF.                                                      
036300     READ AUDIT-SEQ-FILE                                          
036400         AT END                                                   
036500             GO TO 1200-CLOSE                                     
036600     END-READ.                                                    
036700     IF AQ-LAST-SEQ-NO NUMERIC AND AQ-LAST-CHECK-VALUE NUMERIC    
036800         SET AV-AUDS-PRESENT TO TRUE                              
036900     END-IF.                                                      
037000 1200-CLOSE.                                                      
037100     CLOSE AUDIT-SEQ-FILE.                                        
037200 1200-EXIT.                                                       
037300     EXIT.                                                        
037400*                                                                 
037500***************************************************************** 
037600* 2000-VERIFY-TRAIL - READ THE TRAIL THROUGH, CHECKING EVERY     *
037700* RECORD AGAINST THE ONE BEFORE IT, AND LIST EACH EXCEPTION AS   *
037800* IT IS FOUND.                                                   *
037900***************************************************************** 
038000 2000-VERIFY-TRAIL.                                               
038100     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
038200     MOVE "EXCEPTIONS" TO AV-SECTION-TITLE.                       
038300     MOVE AV-SECTION-LINE TO AV-PRINT-LINE.                       
038400     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
038500     MOVE AV-EXCEPTION-HEADER-LINE TO AV-PRINT-LINE.              
038600     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
038700     OPEN INPUT AUDIT-TRAIL-FILE.                                 
038800     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT                
038900         UNTIL AV-END-OF-AUDIT.                                   
039000     CLOSE AUDIT-TRAIL-FILE.                                      
039100 2000-EXIT.                                                       
039200     EXIT.                                                        
039300*                                                                 
039400 2100-READ-AUDIT-RECORD.                                          
039500     READ AUDIT-TRAIL-FILE                                        
039600         AT END                                                   
039700             SET AV-END-OF-AUDIT TO TRUE                          
039800             GO TO 2100-EXIT                                      
039900     END-READ.                                                    
040000     ADD 1 TO AV-READ-COUNT.                                      
040100     IF AV-AUDIT-REC(1:5) = "*HDR "                               
040200         ADD 1 TO AV-CONTROL-COUNT                                
040300         GO TO 2100-EXIT                                          
040400     END-IF.                                                      
040500     IF AV-AUDIT-REC(1:5) = "*TRL "                               
040600         ADD 1 TO AV-CONTROL-COUNT                                
040700         PERFORM 2200-CHECK-ARCHIVE-TRAILER THRU 2200-EXIT        
040800         GO TO 2100-EXIT                                          
040900     END-IF.                                                      
041000     IF AV-AUDIT-STAMPED                                          
041100         PERFORM 2400-CHECK-STAMPED-RECORD THRU 2400-EXIT         
041200     ELSE                                                         
041300         PERFORM 2300-CHECK-UNSTAMPED-RECORD THRU 2300-EXIT       
041400     END-IF.                                                      
041500 2100-EXIT.                                                       
041600     EXIT.                                                        
041700*                                                                 
041800***************************************************************** 
041900* 2200-CHECK-ARCHIVE-TRAILER - AN ARCHIVE *TRL NAMES THE LAST    *
042000* STAMPED RECORD CEASROL PUT IN THE GENERATION. IT MUST BE THE   *
042100* LAST ONE READ.                                                 *
042200***************************************************************** 
042300 2200-CHECK-ARCHIVE-TRAILER.                                      
042400     MOVE AV-AUDIT-REC TO AUDIT-ARCHIVE-CONTROL-REC.              
042500     IF AH-TRL-LAST-SEQ-NO NOT NUMERIC                            
042600             OR AH-TRL-LAST-CHECK-VALUE NOT NUMERIC               
042700         GO TO 2200-EXIT                                          
042800     END-IF.                                                      
042900     IF AH-TRL-LAST-SEQ-NO = ZERO                                 
043000         GO TO 2200-EXIT                                          
043100     END-IF.                                                      
043200     IF AH-TRL-LAST-SEQ-NO = AV-LAST-SEQ-NO                       
043300             AND AH-TRL-LAST-CHECK-VALUE = AV-LAST-CHECK          
043400         GO TO 2200-EXIT                                          
043500     END-IF.                                                      
043600     ADD 1 TO AV-TRAILER-COUNT.                                   
043700     MOVE AV-READ-COUNT TO AV-EXC-POSITION.                       
043800     MOVE AH-TRL-LAST-SEQ-NO TO AV-SEQ-EDITED.                    
043900     MOVE AV-SEQ-EDITED TO AV-EXC-SEQ-NO.                         
044000     MOVE SPACES TO AV-EXC-DATE.                                  
044100     MOVE "*TRL" TO AV-EXC-PROGRAM.                               
044200     MOVE SPACES TO AV-EXC-KEY-ID.                                
044300     MOVE "ARCHIVE *TRL DOES NOT NAME THE LAST RECORD BEFORE IT"  
044400         TO AV-EXC-TEXT.                                          
044500     PERFORM 2600-PRINT-EXCEPTION THRU 2600-EXIT.                 
044600 2200-EXIT.                                                       
044700     EXIT.                                                        
044800*                                                                 
044900***************************************************************** 
045000* 2300-CHECK-UNSTAMPED-RECORD - RECORDS WRITTEN BEFORE STAMPING  *
045100* BEGAN COME FIRST AND ARE ONLY COUNTED. ONE AFTER THE CHAIN HAS *
045200* STARTED DID NOT COME FROM A CIPHER RUN.                        *
045300***************************************************************** 
045400 2300-CHECK-UNSTAMPED-RECORD.                                     
045500     IF NOT AV-CHAIN-STARTED                                      
045600         ADD 1 TO AV-LEGACY-COUNT                                 
045700         GO TO 2300-EXIT                                          
045800     END-IF.                                                      
045900     ADD 1 TO AV-UNSTAMPED-COUNT.                                 
046000     PERFORM 2610-DESCRIBE-RECORD THRU 2610-EXIT.                 
046100     MOVE SPACES TO AV-EXC-SEQ-NO.                                
046200     MOVE "UNSTAMPED RECORD INSIDE THE CHAINED TRAIL"             
046300         TO AV-EXC-TEXT.                                          
046400     PERFORM 2600-PRINT-EXCEPTION THRU 2600-EXIT.                 
046500 2300-EXIT.                                                       
046600     EXIT.                                                        
046700*                                                                 
046800***************************************************************** 
046900* 2400-CHECK-STAMPED-RECORD - CHECK THE SEQUENCE NUMBER AND THE  *
047000* CHECK VALUE, THEN CARRY THIS RECORD FORWARD AS THE ONE THE     *
047100* NEXT MUST FOLLOW. AFTER AN EXCEPTION THE WALK RESUMES FROM THE *
047200* RECORD AS FOUND, SO ONE BAD RECORD IS NOT REPORTED OVER AND    *
047300* OVER.                                                          *
047400***************************************************************** 
047500 2400-CHECK-STAMPED-RECORD.                                       
047600     ADD 1 TO AV-STAMPED-COUNT.                                   
047700     IF NOT AV-CHAIN-STARTED                                      
047800         PERFORM 2410-START-CHAIN THRU 2410-EXIT                  
047900     END-IF.                                                      
048000     IF AV-TAKE-ON-TRUST                                          
048100         MOVE "N" TO AV-TRUST-SWITCH                              
048200     ELSE                                                         
048300         PERFORM 2420-CHECK-SEQUENCE THRU 2420-EXIT               
048400         PERFORM 2430-CHECK-CHAIN THRU 2430-EXIT                  
048500     END-IF.                                                      
048600     MOVE AV-AUDIT-SEQ-NO TO AV-LAST-SEQ-NO.                      
048700     MOVE AV-AUDIT-CHECK-VALUE TO AV-LAST-CHECK.                  
048800 2400-EXIT.                                                       
048900     EXIT.                                                        
049000*                                                                 
049100***************************************************************** 
049200* 2410-START-CHAIN - THE FIRST STAMPED RECORD. IT CHAINS FROM    *
049300* THE ANCHOR CARD WHEN THERE IS ONE, OR FROM ZERO WHEN IT IS     *
049400* SEQUENCE 1. OTHERWISE THE RECORDS BEFORE IT WERE NOT SUPPLIED, *
049500* AND IT CAN ONLY BE TAKEN AS GIVEN AND THE WALK BEGUN FROM IT.  *
049600***************************************************************** 
049700 2410-START-CHAIN.                                                
049800     SET AV-CHAIN-STARTED TO TRUE.                                
049900     MOVE AV-AUDIT-SEQ-NO TO AV-FIRST-SEQ-NO.                     
050000     IF AV-ANCHOR-SUPPLIED                                        
050100         MOVE AV-ANCHOR-SEQ-NO TO AV-LAST-SEQ-NO                  
050200         MOVE AV-ANCHOR-CHECK TO AV-LAST-CHECK                    
050300         GO TO 2410-EXIT                                          
050400     END-IF.                                                      
050500     IF AV-AUDIT-SEQ-NO = 1                                       
050600         MOVE ZERO TO AV-LAST-SEQ-NO                              
050700         MOVE ZERO TO AV-LAST-CHECK                               
050800         GO TO 2410-EXIT                                          
050900     END-IF.                                                      
051000     SET AV-TAKE-ON-TRUST TO TRUE.                                
051100     SET AV-CHAIN-PICKED-UP TO TRUE.                              
051200 2410-EXIT.                                                       
051300     EXIT.                                                        
051400*                                                                 
051500 2420-CHECK-SEQUENCE.                                             
051600     IF AV-LAST-SEQ-NO = 999999999                                
051700         MOVE 1 TO AV-EXPECTED-SEQ-NO                             
051800     ELSE                                                         
051900         COMPUTE AV-EXPECTED-SEQ-NO = AV-LAST-SEQ-NO + 1          
052000     END-IF.                                                      
052100     IF AV-AUDIT-SEQ-NO = AV-EXPECTED-SEQ-NO                      
052200         GO TO 2420-EXIT                                          
052300     END-IF.                                                      
052400     PERFORM 2610-DESCRIBE-RECORD THRU 2610-EXIT.                 
052500     MOVE AV-EXPECTED-SEQ-NO TO AV-SEQ-EDITED.                    
052600     IF AV-AUDIT-SEQ-NO > AV-EXPECTED-SEQ-NO                      
052700         ADD 1 TO AV-GAP-COUNT                                    
052800         COMPUTE AV-MISSING-COUNT = AV-MISSING-COUNT              
052900             + AV-AUDIT-SEQ-NO - AV-EXPECTED-SEQ-NO               
053000         MOVE "SEQUENCE GAP - EXPECTED" TO AV-EXC-TEXT            
053100         MOVE AV-SEQ-EDITED TO AV-EXC-TEXT(25:9)                  
053200     ELSE                                                         
053300         ADD 1 TO AV-ORDER-COUNT                                  
053400         MOVE "OUT OF SEQUENCE - EXPECTED" TO AV-EXC-TEXT         
053500         MOVE AV-SEQ-EDITED TO AV-EXC-TEXT(28:9)                  
053600     END-IF.                                                      
053700     PERFORM 2600-PRINT-EXCEPTION THRU 2600-EXIT.                 
053800 2420-EXIT.                                                       
053900     EXIT.                                                        
054000*                                                                 
054100 2430-CHECK-CHAIN.                                                
054200     MOVE ZERO TO AV-BYTE-SUM.                                    
054300     MOVE 1 TO AV-BI.                                             
054400     PERFORM 2440-ADD-ONE-AUDIT-BYTE THRU 2440-EXIT 70 TIMES.     
054500     COMPUTE AV-CHECK-WORK = AV-LAST-CHECK * 31                   
054600         + AV-BYTE-SUM + AV-AUDIT-SEQ-NO.                         
054700     DIVIDE AV-CHECK-WORK BY 999999937                            
054800         GIVING AV-CHECK-QUOT REMAINDER AV-WORKED-CHECK.          
054900     IF AV-WORKED-CHECK = AV-AUDIT-CHECK-VALUE                    
055000         GO TO 2430-EXIT                                          
055100     END-IF.                                                      
055200     ADD 1 TO AV-BREAK-COUNT.                                     
055300     PERFORM 2610-DESCRIBE-RECORD THRU 2610-EXIT.                 
055400     MOVE "CHECK VALUE DOES NOT CHAIN FROM THE RECORD BEFORE"     
055500         TO AV-EXC-TEXT.                                          
055600     PERFORM 2600-PRINT-EXCEPTION THRU 2600-EXIT.                 
055700 2430-EXIT.                                                       
055800     EXIT.                                                        
055900*                                                                 
056000 2440-ADD-ONE-AUDIT-BYTE.                                         
056100     MOVE AV-AUDIT-REC(AV-BI:1) TO AV-ORD-CHAR.                   
056200     COMPUTE AV-BYTE-SUM = AV-BYTE-SUM + AV-ORD-VALUE * AV-BI.    
056300     ADD 1 TO AV-BI.                                              
056400 2440-EXIT.                                                       
056500     EXIT.                                                        
056600*                                                                 
056700 2600-PRINT-EXCEPTION.                                            
056800     ADD 1 TO AV-EXCEPTION-COUNT.                                 
056900     MOVE AV-EXCEPTION-LINE TO AV-PRINT-LINE.                     
057000     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
057100 2600-EXIT.                                                       
057200     EXIT.                                                        
057300*                                                                 
057400 2610-DESCRIBE-RECORD.                                            
057500     MOVE AV-READ-COUNT TO AV-EXC-POSITION.                       
057600     MOVE AV-AUDIT-SEQ-NO TO AV-SEQ-EDITED.                       
057700     MOVE AV-SEQ-EDITED TO AV-EXC-SEQ-NO.                         
057800     MOVE AV-AUDIT-DATE TO AV-DATE-IN.                            
057900     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
058000     MOVE AV-DATE-EDITED TO AV-EXC-DATE.                          
058100     MOVE AV-AUDIT-PROGRAM TO AV-EXC-PROGRAM.                     
058200     MOVE AV-AUDIT-KEY-ID TO AV-EXC-KEY-ID.                       
058300     MOVE SPACES TO AV-EXC-TEXT.                                  
058400 2610-EXIT.                                                       
058500     EXIT.                                                        
058600*                                                                 
058700***************************************************************** 
058800* 2650-FORMAT-DATE - EDIT A YYYYMMDD DATE IN AV-DATE-IN INTO THE *
058900* YYYY/MM/DD SHAPE THE REPORT PRINTS.                            *
059000***************************************************************** 
059100 2650-FORMAT-DATE.                                                
059200     MOVE AV-DATE-IN(1:4) TO AV-DATE-ED-YYYY.                     
059300     MOVE AV-DATE-IN(5:2) TO AV-DATE-ED-MM.                       
059400     MOVE AV-DATE-IN(7:2) TO AV-DATE-ED-DD.                       
059500 2650-EXIT.                                                       
059600     EXIT.                                                        
059700*                                                                 
059800***************************************************************** 
059900* 2700-PRINT-REPORT-LINE - PRINT ONE LINE FROM AV-PRINT-LINE,    *
060000* BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE PAGE IS FULL.    *
060100***************************************************************** 
060200 2700-PRINT-REPORT-LINE.                                          
060300     IF AV-LINE-COUNT > AV-LINES-PER-PAGE                         
060400         PERFORM 2800-PRINT-PAGE-HEADING THRU 2800-EXIT           
060500     END-IF.                                                      
060600     WRITE AV-REPORT-REC FROM AV-PRINT-LINE                       
060700         AFTER ADVANCING 1 LINE.                                  
060800     ADD 1 TO AV-LINE-COUNT.                                      
060900 2700-EXIT.                                                       
061000     EXIT.                                                        
061100*                                                                 
061200 2750-PRINT-BLANK-LINE.                                           
061300     MOVE SPACES TO AV-PRINT-LINE.                                
061400     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
061500 2750-EXIT.                                                       
061600     EXIT.                                                        
061700*                                                                 
061800 2800-PRINT-PAGE-HEADING.                                         
061900     ADD 1 TO AV-PAGE-COUNT.                                      
062000     MOVE AV-PAGE-COUNT TO AV-HEAD-PAGE.                          
062100     WRITE AV-REPORT-REC FROM AV-HEADING-1                        
062200         AFTER ADVANCING PAGE.                                    
062300     WRITE AV-REPORT-REC FROM AV-HEADING-2                        
062400         AFTER ADVANCING 1 LINE.                                  
062500     MOVE SPACES TO AV-REPORT-REC.                                
062600     WRITE AV-REPORT-REC AFTER ADVANCING 1 LINE.                  
062700     MOVE 3 TO AV-LINE-COUNT.                                     
062800 2800-EXIT.                                                       
062900     EXIT.                                                        
063000*                                                                 
063100***************************************************************** 
063200* 3000-CHECK-END-OF-TRAIL - THE LAST STAMPED RECORD READ MUST BE *
063300* THE ONE CEASAUDS SAYS THE WRITERS LEFT THE CHAIN AT. SHORT OF  *
063400* IT, RECORDS HAVE BEEN CUT OFF THE END; PAST IT, RECORDS HAVE   *
063500* BEEN ADDED SINCE.                                              *
063600***************************************************************** 
063700 3000-CHECK-END-OF-TRAIL.                                         
063800     IF NOT AV-AUDS-PRESENT                                       
063900         GO TO 3000-EXIT                                          
064000     END-IF.                                                      
064100     IF AV-LAST-SEQ-NO = AQ-LAST-SEQ-NO                           
064200             AND AV-LAST-CHECK = AQ-LAST-CHECK-VALUE              
064300         GO TO 3000-EXIT                                          
064400     END-IF.                                                      
064500     ADD 1 TO AV-END-COUNT.                                       
064600     MOVE AV-READ-COUNT TO AV-EXC-POSITION.                       
064700     MOVE AV-LAST-SEQ-NO TO AV-SEQ-EDITED.                        
064800     MOVE AV-SEQ-EDITED TO AV-EXC-SEQ-NO.                         
064900     MOVE SPACES TO AV-EXC-DATE.                                  
065000     MOVE "END" TO AV-EXC-PROGRAM.                                
065100     MOVE SPACES TO AV-EXC-KEY-ID.                                
065200     MOVE AQ-LAST-SEQ-NO TO AV-SEQ-EDITED.                        
065300     EVALUATE TRUE                                                
065400         WHEN AV-LAST-SEQ-NO < AQ-LAST-SEQ-NO                     
065500             MOVE "TRAIL ENDS SHORT OF CEASAUDS, WHICH ENDS AT"   
065600                 TO AV-EXC-TEXT                                   
065700             MOVE AV-SEQ-EDITED TO AV-EXC-TEXT(45:9)              
065800         WHEN AV-LAST-SEQ-NO > AQ-LAST-SEQ-NO                     
065900             MOVE "TRAIL RUNS PAST CEASAUDS, WHICH ENDS AT"       
066000                 TO AV-EXC-TEXT                                   
066100             MOVE AV-SEQ-EDITED TO AV-EXC-TEXT(41:9)              
066200         WHEN OTHER                                               
066300             MOVE "LAST CHECK VALUE DOES NOT MATCH CEASAUDS"      
066400                 TO AV-EXC-TEXT                                   
066500     END-EVALUATE.                                                
066600     PERFORM 2600-PRINT-EXCEPTION THRU 2600-EXIT.                 
066700 3000-EXIT.                                                       
066800     EXIT.                                                        
066900*                                                                 
067000***************************************************************** 
067100* 4000-PRINT-TOTALS - GRAND TOTALS, THE VERDICT, AND THE RETURN  *
067200* CODE THE MONTHLY COMPLIANCE JOB TESTS.                         *
067300***************************************************************** 
067400 4000-PRINT-TOTALS.                                               
067500     IF AV-EXCEPTION-COUNT = ZERO                                 
067600         MOVE "NONE - EVERY RECORD IS IN SEQUENCE AND CHAINS FROM"
067700             TO AV-TEXT                                           
067800         MOVE "THE ONE BEFORE IT" TO AV-TEXT(52:17)               
067900         MOVE AV-TEXT-LINE TO AV-PRINT-LINE                       
068000         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
068100     END-IF.                                                      
068200     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
068300     MOVE "GRAND TOTALS" TO AV-SECTION-TITLE.                     
068400     MOVE AV-SECTION-LINE TO AV-PRINT-LINE.                       
068500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
068600     MOVE "RECORDS READ" TO AV-TOT-LABEL.                         
068700     MOVE AV-READ-COUNT TO AV-TOT-COUNT.                          
068800     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.                
068900     MOVE "ARCHIVE *HDR AND *TRL RECORDS" TO AV-TOT-LABEL.        
069000     MOVE AV-CONTROL-COUNT TO AV-TOT-COUNT.                       
069100     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.                
069200     MOVE "WRITTEN BEFORE STAMPING BEGAN (NOT PROVABLE)"          
069300         TO AV-TOT-LABEL.                                         
069400     MOVE AV-LEGACY-COUNT TO AV-TOT-COUNT.                        
069500     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.                
069600     MOVE "STAMPED RECORDS" TO AV-TOT-LABEL.                      
069700     MOVE AV-STAMPED-COUNT TO AV-TOT-COUNT.                       
069800     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.                
069900     MOVE "FIRST SEQUENCE NUMBER" TO AV-TOT-LABEL.                
070000     MOVE AV-FIRST-SEQ-NO TO AV-TOT-COUNT.                        
070100     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.                
070200     MOVE "LAST SEQUENCE NUMBER" TO AV-TOT-LABEL.                 
070300     MOVE AV-LAST-SEQ-NO TO AV-TOT-COUNT.                         
070400     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.                
070500     MOVE "SEQUENCE GAPS" TO AV-TOT-LABEL.                        
070600     MOVE AV-GAP-COUNT TO AV-TOT-COUNT.                           
070700     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.                
070800     MOVE "  SEQUENCE NUMBERS MISSING IN THE GAPS"                
070900         TO AV-TOT-LABEL.                                         
071000     MOVE AV-MISSING-COUNT TO AV-TOT-COUNT.                       
071100     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.                
071200     MOVE "RECORDS OUT OF SEQUENCE" TO AV-TOT-LABEL.              
071300     MOVE AV-ORDER-COUNT TO AV-TOT-COUNT.                         
071400     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.                
071500     MOVE "BROKEN CHECK VALUES" TO AV-TOT-LABEL.                  
071600     MOVE AV-BREAK-COUNT TO AV-TOT-COUNT.                         
071700     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.                
071800     MOVE "UNSTAMPED RECORDS INSIDE THE CHAIN" TO AV-TOT-LABEL.   
071900     MOVE AV-UNSTAMPED-COUNT TO AV-TOT-COUNT.                     
072000     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.                
072100     MOVE "ARCHIVE *TRL RECORDS OUT OF STEP" TO AV-TOT-LABEL.     
072200     MOVE AV-TRAILER-COUNT TO AV-TOT-COUNT.                       
072300     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.                
072400     MOVE "END OF TRAIL OUT OF STEP WITH CEASAUDS"                
072500         TO AV-TOT-LABEL.                                         
072600     MOVE AV-END-COUNT TO AV-TOT-COUNT.                           
072700     PERFORM 4100-PRINT-TOTAL-LINE THRU 4100-EXIT.                
072800     PERFORM 4200-SET-VERDICT THRU 4200-EXIT.                     
072900 4000-EXIT.                                                       
073000     EXIT.                                                        
073100*                                                                 
073200 4100-PRINT-TOTAL-LINE.                                           
073300     MOVE AV-TOTAL-LINE TO AV-PRINT-LINE.                         
073400     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
073500 4100-EXIT.                                                       
073600     EXIT.                                                        
073700*                                                                 
073800***************************************************************** 
073900* 4200-SET-VERDICT - ANY EXCEPTION FAILS THE TRAIL WITH RETURN   *
074000* CODE 8. WITHOUT ONE, A TRAIL WITH A PART THAT COULD NOT BE     *
074100* PROVEN ENDS RETURN CODE 4, AND ONLY A FULLY PROVEN TRAIL ENDS  *
074200* ZERO.                                                          *
074300***************************************************************** 
074400 4200-SET-VERDICT.                                                
074500     IF AV-LEGACY-COUNT > ZERO                                    
074600         ADD 1 TO AV-WARNING-COUNT                                
074700     END-IF.                                                      
074800     IF AV-CHAIN-PICKED-UP                                        
074900         ADD 1 TO AV-WARNING-COUNT                                
075000         MOVE "FIRST STAMPED RECORD TAKEN AS GIVEN - THE RECORDS" 
075100             TO AV-TEXT                                           
075200         MOVE "BEFORE IT WERE NOT SUPPLIED, AND THERE WAS"        
075300             TO AV-TEXT(51:41)                                    
075400         MOVE "NO ANCHOR CARD" TO AV-TEXT(93:14)                  
075500         MOVE AV-TEXT-LINE TO AV-PRINT-LINE                       
075600         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
075700     END-IF.                                                      
075800     IF NOT AV-AUDS-PRESENT                                       
075900         ADD 1 TO AV-WARNING-COUNT                                
076000     END-IF.                                                      
076100     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
076200     MOVE SPACES TO AV-TEXT.                                      
076300     EVALUATE TRUE                                                
076400         WHEN AV-EXCEPTION-COUNT > ZERO                           
076500             MOVE "*** THE AUDIT TRAIL FAILED VERIFICATION ***"   
076600                 TO AV-TEXT                                       
076700             MOVE 8 TO RETURN-CODE                                
076800         WHEN AV-WARNING-COUNT > ZERO                             
076900             MOVE "THE AUDIT TRAIL IS IN SEQUENCE AND UNBROKEN,"  
077000                 TO AV-TEXT                                       
077100             MOVE "BUT NOT ALL OF IT COULD BE PROVEN"             
077200                 TO AV-TEXT(46:33)                                
077300             MOVE 4 TO RETURN-CODE                                
077400         WHEN OTHER                                               
077500             MOVE "THE AUDIT TRAIL IS PROVEN COMPLETE AND"        
077600                 TO AV-TEXT                                       
077700             MOVE "UNALTERED" TO AV-TEXT(40:9)                    
077800             MOVE ZERO TO RETURN-CODE                             
077900     END-EVALUATE.                                                
078000     MOVE AV-TEXT-LINE TO AV-PRINT-LINE.                          
078100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
078200     DISPLAY "CEASAVF0003 - " AV-READ-COUNT " RECORDS READ, "     
078300         AV-STAMPED-COUNT " STAMPED, " AV-EXCEPTION-COUNT         
078400         " EXCEPTION(S)".                                         
078500     IF AV-EXCEPTION-COUNT > ZERO                                 
078600         DISPLAY "CEASAVF0004 - AUDIT TRAIL FAILED VERIFICATION"  
078700             " - SEE CEASAVFR"                                    
078800     END-IF.                                                      
078900 4200-EXIT.                                                       
079000     EXIT.                                                        
079100*                                                                 
079200***************************************************************** 
079300* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
079400***************************************************************** 
079500 9000-TERMINATE.                                                  
079600     CLOSE VERIFY-REPORT-FILE.                                    
079700 9000-EXIT.                                                       
079800     EXIT.                                                        
079900*                                                                 
080000***************************************************************** 
080100* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP.            *
080200***************************************************************** 
080300 9900-ABEND-ROUTINE.                                              
080400     DISPLAY "CEASAVF - JOB TERMINATED, RETURN CODE " RETURN-CODE.
080500     STOP RUN.                                                    
080600 9900-EXIT.                                                       
080700     EXIT.                                                        
