002600*                   DATED KEY GENERATIONS, SO EXPIRING AND        
002700*                   DEAD KEYS SURFACE ON A REPORT INSTEAD OF      
002800*                   AS A 3 A.M. CEASER0003 ABEND.                 
002900*  10/15/2026 MWK   CEASKEY RECORD WIDENED TO 128 BYTES FOR DUAL  
003000*                   CONTROL. A KEY-ID WHOSE ONLY LIVE             
003100*                   GENERATIONS ARE STILL PENDING APPROVAL IS NO  
003200*                   LONGER REPORTED AS ALL GENERATIONS RETIRED.   
003300*  10/15/2026 MWK   A KEY-ID WHOSE GENERATION IN EFFECT HAS BEEN  
003400*                   DECLARED COMPROMISED IS REPORTED AS HAVING NO 
003500*                   GENERATION IN EFFECT, WITH ITS OWN REMARK     
003600*                   POINTING AT THE IMPACT RUN.                   
003700*                                                                 
003800 ENVIRONMENT DIVISION.                                            
003900 CONFIGURATION SECTION.                                           
004000 SOURCE-COMPUTER. IBM-370.                                        
004100 OBJECT-COMPUTER. IBM-370.                                        
004200 INPUT-OUTPUT SECTION.                                            
004300 FILE-CONTROL.                                                    
004400     SELECT CEASER-KEY-FILE ASSIGN TO CEASKEY                     
004500         ORGANIZATION IS INDEXED                                  
004600         ACCESS MODE IS DYNAMIC                                   
004700         RECORD KEY IS CK-KEY                                     
004800         FILE STATUS IS KL-KEY-FILE-STATUS.                       
004900     SELECT LIFECYCLE-REPORT-FILE ASSIGN TO CEASKLR               
005000         ORGANIZATION IS SEQUENTIAL.                              
005100*                                                                 
005200 DATA DIVISION.                                                   
005300 FILE SECTION.                                                    
005400*    KEYED CIPHER KEY TABLE - SAME TABLE CEASER LOOKS UP. THE     
005500*    WHOLE TABLE IS SWEPT ONCE, IN KEY-ID PLUS EFFECTIVE-DATE     
005600*    ORDER, THE WAY CEASER'S SOLVE REVERSE MATCH SWEEPS IT.       
005700 FD  CEASER-KEY-FILE                                              
005800     RECORD CONTAINS 128 CHARACTERS.                              
005900     COPY CIPHERKY.                                               
006000*                                                                 
006100 FD  LIFECYCLE-REPORT-FILE                                        
006200     RECORDING MODE IS F                                          
006300     RECORD CONTAINS 132 CHARACTERS.                              
006400 01  KL-REPORT-REC               PIC X(132).                      
006500*                                                                 
006600 WORKING-STORAGE SECTION.                                         
006700*                                                                 
006800*    PROGRAM SWITCHES.                                            
006900 77  KL-SWEEP-EOF-SWITCH          PIC X(01) VALUE "N".            
007000     88  KL-SWEEP-EOF                        VALUE "Y".           
007100*                                                                 
007200*    FILE STATUS FOR CEASER-KEY-FILE.                             
007300 77  KL-KEY-FILE-STATUS           PIC X(02) VALUE SPACES.         
007400*                                                                 
007500*    KEY-ID GROUP TRACKING FIELDS. GENERATIONS ARRIVE IN KEY-ID   
007600*    PLUS EFFECTIVE-DATE ORDER, SO EACH KEY-ID GROUP IS CLOSED    
007700*    OUT WHEN THE NEXT ONE STARTS AND THE LAST GROUP AT END OF    
007800*    FILE. WITHIN A GROUP, EACH ACTIVE GENERATION NOT AFTER THE   
007900*    RUN DATE REPLACES THE ONE BEFORE IT, SO THE LAST ONE         
008000*    STANDING IS THE GENERATION IN EFFECT - THE SAME SELECTION    
008100*    CEASER'S LOOKUP MAKES.                                       
008200 77  KL-GROUP-KEY-ID              PIC X(08) VALUE SPACES.         
008300 77  KL-GROUP-GEN-COUNT           PIC 9(03) COMP VALUE ZERO.      
008400 77  KL-EFFECT-FOUND-SWITCH       PIC X(01) VALUE "N".            
008500     88  KL-EFFECT-FOUND                     VALUE "Y".           
008600 77  KL-ACTIVE-FOUND-SWITCH       PIC X(01) VALUE "N".            
008700     88  KL-ACTIVE-FOUND                     VALUE "Y".           
008800 77  KL-STAGED-FOUND-SWITCH       PIC X(01) VALUE "N".            
008900     88  KL-STAGED-FOUND                     VALUE "Y".           
009000 77  KL-PENDING-FOUND-SWITCH      PIC X(01) VALUE "N".            
009100     88  KL-PENDING-FOUND                    VALUE "Y".           
009200 77  KL-COMPROMISED-SWITCH        PIC X(01) VALUE "N".            
009300     88  KL-EFFECT-COMPROMISED               VALUE "Y".           
009400 77  KL-EFFECT-DATE               PIC 9(08) VALUE ZERO.           
009500 77  KL-EFFECT-TYPE               PIC X(01) VALUE SPACE.          
009600 77  KL-OVERDUE-SWITCH            PIC X(01) VALUE "N".            
009700     88  KL-KEY-OVERDUE                      VALUE "Y".           
009800 77  KL-STALE-SWITCH              PIC X(01) VALUE "N".            
009900     88  KL-KEY-STALE                        VALUE "Y".           
010000*                                                                 
010100*    AGE CALCULATION FIELDS. AGES ARE IN DAYS BETWEEN THE         
010200*    EFFECTIVE DATE OF THE GENERATION IN EFFECT AND THE RUN       
010300*    DATE. A QUARTER IS TAKEN AS 92 DAYS, THE LONGEST CALENDAR    
010400*    QUARTER.                                                     
010500 77  KL-RUN-DATE                  PIC 9(08) VALUE ZERO.           
010600 77  KL-RUN-DAY-NUMBER            PIC 9(08) VALUE ZERO.           
010700 77  KL-EFFECT-DAY-NUMBER         PIC 9(08) VALUE ZERO.           
010800 77  KL-GEN-AGE-DAYS              PIC S9(05) VALUE ZERO.          
010900 77  KL-QUARTER-DAYS              PIC 9(03) VALUE 92.             
011000*                                                                 
011100*    GRAND TOTAL COUNTERS FOR THE FINAL PAGE.                     
011200 77  KL-TOT-KEYS                  PIC 9(05) COMP VALUE ZERO.      
011300 77  KL-TOT-DEAD-KEYS             PIC 9(05) COMP VALUE ZERO.      
011400 77  KL-TOT-STAGED-KEYS           PIC 9(05) COMP VALUE ZERO.      
011500 77  KL-TOT-OVERDUE-KEYS          PIC 9(05) COMP VALUE ZERO.      
011600 77  KL-TOT-STALE-KEYWORDS        PIC 9(05) COMP VALUE ZERO.      
011700*                                                                 
011800*    PAGE CONTROL FIELDS. THE LINE COUNT STARTS PAST THE PAGE     
011900*    LIMIT SO THE FIRST PRINTED LINE FORCES THE FIRST PAGE        
012000*    HEADING.                                                     
012100 77  KL-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
012200 77  KL-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
012300 77  KL-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
012400*                                                                 
012500*    DATE FORMATTING WORK FIELDS.                                 
012600 77  KL-DATE-IN                   PIC 9(08) VALUE ZERO.           
012700 01  KL-DATE-EDITED.                                              
012800     05  KL-DATE-ED-YYYY         PIC X(04).                       
012900     05  FILLER                  PIC X(01) VALUE "/".             
013000     05  KL-DATE-ED-MM           PIC X(02).                       
013100     05  FILLER                  PIC X(01) VALUE "/".             
013200     05  KL-DATE-ED-DD           PIC X(02).                       
013300*                                                                 
013400*    REPORT LINE LAYOUTS.                                         
013500 01  KL-PRINT-LINE                PIC X(132) VALUE SPACES.        
013600*                                                                 
013700 01  KL-HEADING-1.                                                
013800     05  FILLER                  PIC X(08) VALUE "CEASKLR ".      
013900     05  FILLER                  PIC X(30) VALUE SPACES.          
014000     05  FILLER                  PIC X(41) VALUE                  
014100         "CIPHER KEY LIFECYCLE AND ROTATION REPORT ".             
014200     05  FILLER                  PIC X(35) VALUE SPACES.          
014300     05  FILLER                  PIC X(05) VALUE "PAGE ".         
014400     05  KL-HEAD-PAGE            PIC ZZZ9.                        
014500     05  FILLER                  PIC X(09) VALUE SPACES.          
014600*                                                                 
014700 01  KL-HEADING-2.                                                
014800     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
014900     05  KL-HEAD-RUN-DATE        PIC X(10).                       
015000     05  FILLER                  PIC X(113) VALUE SPACES.         
015100*                                                                 
015200 01  KL-COLUMN-HEADER-LINE.                                       
015300     05  FILLER                  PIC X(01) VALUE SPACE.           
015400     05  FILLER                  PIC X(08) VALUE "KEY-ID".        
015500     05  FILLER                  PIC X(02) VALUE SPACES.          
015600     05  FILLER                  PIC X(01) VALUE "T".             
015700     05  FILLER                  PIC X(02) VALUE SPACES.          
015800     05  FILLER                  PIC X(10) VALUE "IN EFFECT".     
015900     05  FILLER                  PIC X(02) VALUE SPACES.          
016000     05  FILLER                  PIC X(07) VALUE "AGE DYS".       
016100     05  FILLER                  PIC X(02) VALUE SPACES.          
016200     05  FILLER                  PIC X(06) VALUE "STAGED".        
016300     05  FILLER                  PIC X(02) VALUE SPACES.          
016400     05  FILLER                  PIC X(07) VALUE "REMARKS".       
016500     05  FILLER                  PIC X(82) VALUE SPACES.          
016600*                                                                 
016700 01  KL-DETAIL-LINE.                                              
016800     05  FILLER                  PIC X(01) VALUE SPACE.           
016900     05  KL-DET-KEY-ID           PIC X(08).                       
017000     05  FILLER                  PIC X(02) VALUE SPACES.          
017100     05  KL-DET-TYPE             PIC X(01).                       
017200     05  FILLER                  PIC X(02) VALUE SPACES.          
017300     05  KL-DET-EFF-DATE         PIC X(10).                       
017400     05  FILLER                  PIC X(02) VALUE SPACES.          
017500     05  KL-DET-AGE              PIC ZZZZZ9.                      
017600     05  FILLER                  PIC X(03) VALUE SPACES.          
017700     05  KL-DET-STAGED           PIC X(03).                       
017800     05  FILLER                  PIC X(05) VALUE SPACES.          
017900     05  KL-DET-REMARK           PIC X(48).                       
018000     05  FILLER                  PIC X(41) VALUE SPACES.          
018100*                                                                 
018200 01  KL-COUNT-LINE.                                               
018300     05  FILLER                  PIC X(05) VALUE SPACES.          
018400     05  KL-COUNT-LABEL          PIC X(34).                       
018500     05  KL-COUNT-VALUE          PIC ZZZ,ZZ9.                     
018600     05  FILLER                  PIC X(86) VALUE SPACES.          
018700*                                                                 
018800 01  KL-GRAND-HEADER-LINE.                                        
018900     05  FILLER                  PIC X(12) VALUE "GRAND TOTALS".  
019000     05  FILLER                  PIC X(120) VALUE SPACES.         
019100*                                                                 
019200 01  KL-NO-KEYS-LINE.                                             
019300     05  FILLER                  PIC X(30) VALUE                  
019400         "NO KEYS ON FILE TO REPORT".                             
019500     05  FILLER                  PIC X(102) VALUE SPACES.         
019600*                                                                 
019700 PROCEDURE DIVISION.                                              
019800***************************************************************** 
019900* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
020000***************************************************************** 
020100 0000-MAINLINE.                                                   
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
020300     PERFORM 2000-SWEEP-NEXT-GENERATION THRU 2000-EXIT            
020400         UNTIL KL-SWEEP-EOF.                                      
020500     PERFORM 3000-PRINT-FINAL-TOTALS THRU 3000-EXIT.              
020600     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
020700     STOP RUN.                                                    
020800*                                                                 
020900***************************************************************** 
021000* 1000-INITIALIZE - OPEN FILES, STAMP THE RUN DATE INTO THE      *
021100* PAGE HEADING, AND POSITION THE SWEEP AT THE START OF THE       *
021200* KEY TABLE.                                                     *
021300***************************************************************** 
021400 1000-INITIALIZE.                                                 
021500     ACCEPT KL-RUN-DATE FROM DATE YYYYMMDD.                       
021600     MOVE FUNCTION INTEGER-OF-DATE(KL-RUN-DATE)                   
021700         TO KL-RUN-DAY-NUMBER.                                    
021800     MOVE KL-RUN-DATE TO KL-DATE-IN.                              
021900     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
022000     MOVE KL-DATE-EDITED TO KL-HEAD-RUN-DATE.                     
022100     OPEN INPUT CEASER-KEY-FILE.                                  
022200     IF KL-KEY-FILE-STATUS NOT = "00"                             
022300         DISPLAY "CEASKLR0001 - CEASKEY OPEN FAILED, STATUS "     
022400             KL-KEY-FILE-STATUS                                   
022500         MOVE 19 TO RETURN-CODE                                   
022600         GO TO 9900-ABEND-ROUTINE                                 
022700     END-IF.                                                      
022800     OPEN OUTPUT LIFECYCLE-REPORT-FILE.                           
022900     MOVE LOW-VALUES TO CK-KEY.                                   
023000     START CEASER-KEY-FILE KEY IS NOT LESS THAN CK-KEY            
023100         INVALID KEY                                              
023200             SET KL-SWEEP-EOF TO TRUE                             
023300     END-START.                                                   
023400 1000-EXIT.                                                       
023500     EXIT.                                                        
023600*                                                                 
023700***************************************************************** 
023800* 2000-SWEEP-NEXT-GENERATION - READ ONE GENERATION AND FOLD IT   *
023900* INTO THE CURRENT KEY-ID GROUP, CLOSING THE GROUP OUT WITH A    *
024000* REPORT LINE WHEN A NEW KEY-ID STARTS OR THE FILE ENDS.         *
024100***************************************************************** 
024200 2000-SWEEP-NEXT-GENERATION.                                      
024300     READ CEASER-KEY-FILE NEXT RECORD                             
024400         AT END                                                   
024500             SET KL-SWEEP-EOF TO TRUE                             
024600             PERFORM 2500-REPORT-ONE-KEY THRU 2500-EXIT           
024700         NOT AT END                                               
024800             IF CK-KEY-ID NOT = KL-GROUP-KEY-ID                   
024900                 PERFORM 2500-REPORT-ONE-KEY THRU 2500-EXIT       
025000                 PERFORM 2200-START-NEW-GROUP THRU 2200-EXIT      
025100             END-IF                                               
025200             PERFORM 2300-TALLY-ONE-GENERATION THRU 2300-EXIT     
025300     END-READ.                                                    
025400 2000-EXIT.                                                       
025500     EXIT.                                                        
025600*                                                                 
025700 2200-START-NEW-GROUP.                                            
025800     MOVE CK-KEY-ID TO KL-GROUP-KEY-ID.                           
025900     MOVE ZERO TO KL-GROUP-GEN-COUNT.                             
026000     MOVE "N" TO KL-EFFECT-FOUND-SWITCH.                          
026100     MOVE "N" TO KL-ACTIVE-FOUND-SWITCH.                          
026200     MOVE "N" TO KL-STAGED-FOUND-SWITCH.                          
026300     MOVE "N" TO KL-PENDING-FOUND-SWITCH.                         
026400     MOVE "N" TO KL-COMPROMISED-SWITCH.                           
026500     MOVE ZERO TO KL-EFFECT-DATE.                                 
026600     MOVE SPACE TO KL-EFFECT-TYPE.                                
026700 2200-EXIT.                                                       
026800     EXIT.                                                        
026900*                                                                 
027000***************************************************************** 
027100* 2300-TALLY-ONE-GENERATION - FOLD ONE GENERATION INTO THE       *
027200* GROUP. AN ACTIVE GENERATION NOT AFTER THE RUN DATE REPLACES    *
027300* THE GENERATION IN EFFECT SO FAR; AN ACTIVE ONE AFTER THE RUN   *
027400* DATE IS A STAGED SUCCESSOR; ONE PENDING APPROVAL IS NOTED FOR  *
027500* THE REMARKS; A COMPROMISED ONE NOT AFTER THE RUN DATE ENDS     *
027600* WHATEVER WAS IN EFFECT BEFORE IT; A RETIRED OR REJECTED ONE    *
027700* ONLY COUNTS.                                                   *
027800***************************************************************** 
027900 2300-TALLY-ONE-GENERATION.                                       
028000     ADD 1 TO KL-GROUP-GEN-COUNT.                                 
028100     IF CK-GEN-ACTIVE                                             
028200         SET KL-ACTIVE-FOUND TO TRUE                              
028300         IF CK-EFFECTIVE-DATE NOT > KL-RUN-DATE                   
028400             MOVE CK-EFFECTIVE-DATE TO KL-EFFECT-DATE             
028500             MOVE CK-KEY-TYPE TO KL-EFFECT-TYPE                   
028600             SET KL-EFFECT-FOUND TO TRUE                          
028700             MOVE "N" TO KL-COMPROMISED-SWITCH                    
028800         ELSE                                                     
028900             SET KL-STAGED-FOUND TO TRUE                          
029000         END-IF                                                   
029100     END-IF.                                                      
029200     IF CK-GEN-PENDING                                            
029300         SET KL-PENDING-FOUND TO TRUE                             
029400     END-IF.                                                      
029500     IF CK-GEN-COMPROMISED                                        
029600             AND CK-EFFECTIVE-DATE NOT > KL-RUN-DATE              
029700         MOVE "N" TO KL-EFFECT-FOUND-SWITCH                       
029800         SET KL-EFFECT-COMPROMISED TO TRUE                        
029900     END-IF.                                                      
030000 2300-EXIT.                                                       
030100     EXIT.                                                        
030200*                                                                 
030300***************************************************************** 
030400* 2500-REPORT-ONE-KEY - PRINT THE FINISHED KEY-ID GROUP'S        *
030500* REPORT LINE: GENERATION IN EFFECT, ITS AGE IN DAYS, WHETHER    *
030600* A SUCCESSOR IS STAGED, AND THE COMPLIANCE REMARKS.             *
030700***************************************************************** 
030800 2500-REPORT-ONE-KEY.                                             
030900     IF KL-GROUP-KEY-ID = SPACES                                  
031000         GO TO 2500-EXIT                                          
031100     END-IF.                                                      
031200     ADD 1 TO KL-TOT-KEYS.                                        
031300     MOVE SPACES TO KL-DET-REMARK.                                
031400     MOVE KL-GROUP-KEY-ID TO KL-DET-KEY-ID.                       
031500     IF KL-STAGED-FOUND                                           
031600         MOVE "YES" TO KL-DET-STAGED                              
031700         ADD 1 TO KL-TOT-STAGED-KEYS                              
031800     ELSE                                                         
031900         MOVE "NO" TO KL-DET-STAGED                               
032000     END-IF.                                                      
032100     IF KL-EFFECT-FOUND                                           
032200         PERFORM 2530-REPORT-LIVE-KEY THRU 2530-EXIT              
032300     ELSE                                                         
032400         PERFORM 2510-REPORT-DEAD-KEY THRU 2510-EXIT              
032500     END-IF.                                                      
032600     MOVE KL-DETAIL-LINE TO KL-PRINT-LINE.                        
032700     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
032800 2500-EXIT.                                                       
032900     EXIT.                                                        
033000*                                                                 
033100***************************************************************** 
033200* 2510-REPORT-DEAD-KEY - NO GENERATION IS IN EFFECT FOR THE      *
033300* RUN DATE. EITHER EVERY GENERATION IS RETIRED, OR THE ONLY      *
033400* ACTIVE ONES ARE STILL FUTURE-DATED, OR THE ONLY LIVE ONES ARE  *
033500* STILL PENDING APPROVAL, OR THE ONE IN EFFECT IS COMPROMISED -  *
033600* EITHER WAY THE NEXT CEASER RUN UNDER THIS KEY-ID ABENDS.       *
033700***************************************************************** 
033800 2510-REPORT-DEAD-KEY.                                            
033900     MOVE SPACE TO KL-DET-TYPE.                                   
034000     MOVE SPACES TO KL-DET-EFF-DATE.                              
034100     MOVE ZERO TO KL-DET-AGE.                                     
034200     EVALUATE TRUE                                                
034300         WHEN KL-EFFECT-COMPROMISED                               
034400             MOVE "** COMPROMISED - SEE CEASIMP - CEASER0024 **"  
034500                 TO KL-DET-REMARK                                 
034600         WHEN KL-ACTIVE-FOUND                                     
034700             MOVE "** NO GENERATION IN EFFECT YET - CEASER0003 **"
034800                 TO KL-DET-REMARK                                 
034900         WHEN KL-PENDING-FOUND                                    
035000             MOVE "** NOT APPROVED - SEE CEASPND - CEASER0003 **" 
035100                 TO KL-DET-REMARK                                 
035200         WHEN OTHER                                               
035300             MOVE "** ALL GENERATIONS RETIRED - CEASER0003 **"    
035400                 TO KL-DET-REMARK                                 
035500     END-EVALUATE.                                                
035600     ADD 1 TO KL-TOT-DEAD-KEYS.                                   
035700 2510-EXIT.                                                       
035800     EXIT.                                                        
035900*                                                                 
036000***************************************************************** 
036100* 2530-REPORT-LIVE-KEY - FILL THE REPORT LINE FOR A KEY-ID       *
036200* WITH A GENERATION IN EFFECT: ITS TYPE, EFFECTIVE DATE, AGE,    *
036300* AND THE ROTATION AND STALE-KEYWORD REMARKS.                    *
036400***************************************************************** 
036500 2530-REPORT-LIVE-KEY.                                            
036600     MOVE KL-EFFECT-TYPE TO KL-DET-TYPE.                          
036700     MOVE KL-EFFECT-DATE TO KL-DATE-IN.                           
036800     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
036900     MOVE KL-DATE-EDITED TO KL-DET-EFF-DATE.                      
037000     PERFORM 2520-COMPUTE-GENERATION-AGE THRU 2520-EXIT.          
037100     MOVE KL-GEN-AGE-DAYS TO KL-DET-AGE.                          
037200     MOVE "N" TO KL-OVERDUE-SWITCH.                               
037300     MOVE "N" TO KL-STALE-SWITCH.                                 
037400     IF KL-GEN-AGE-DAYS > KL-QUARTER-DAYS                         
037500             AND NOT KL-STAGED-FOUND                              
037600         SET KL-KEY-OVERDUE TO TRUE                               
037700         ADD 1 TO KL-TOT-OVERDUE-KEYS                             
037800     END-IF.                                                      
037900     IF KL-EFFECT-TYPE = "V"                                      
038000             AND KL-GEN-AGE-DAYS > KL-QUARTER-DAYS                
038100         SET KL-KEY-STALE TO TRUE                                 
038200         ADD 1 TO KL-TOT-STALE-KEYWORDS                           
038300     END-IF.                                                      
038400*    A KEY CAN BE BOTH OVERDUE AND STALE - NEITHER REMARK MAY     
038500*    HIDE THE OTHER.                                              
038600     EVALUATE TRUE                                                
038700         WHEN KL-KEY-OVERDUE AND KL-KEY-STALE                     
038800             MOVE "** ROTATION OVERDUE - TYPE-V KEYWORD STALE **" 
038900                 TO KL-DET-REMARK                                 
039000         WHEN KL-KEY-OVERDUE                                      
039100             MOVE "** ROTATION OVERDUE - NO SUCCESSOR STAGED **"  
039200                 TO KL-DET-REMARK                                 
039300         WHEN KL-KEY-STALE                                        
039400             MOVE "** TYPE-V KEYWORD UNCHANGED OVER A QUARTER **" 
039500                 TO KL-DET-REMARK                                 
039600     END-EVALUATE.                                                
039700 2530-EXIT.                                                       
039800     EXIT.                                                        
039900*                                                                 
040000***************************************************************** 
040100* 2520-COMPUTE-GENERATION-AGE - DAYS BETWEEN THE EFFECTIVE       *
040200* DATE OF THE GENERATION IN EFFECT AND THE RUN DATE. AN          *
040300* EFFECTIVE DATE THAT IS NOT A REAL CALENDAR DATE (LOADED        *
040400* BEFORE CEASMNT VALIDATED THEM) AGES AS ZERO RATHER THAN        *
040500* STOPPING THE REPORT.                                           *
040600***************************************************************** 
040700 2520-COMPUTE-GENERATION-AGE.                                     
040800     MOVE FUNCTION INTEGER-OF-DATE(KL-EFFECT-DATE)                
040900         TO KL-EFFECT-DAY-NUMBER.                                 
041000     IF KL-EFFECT-DAY-NUMBER = ZERO                               
041100         MOVE ZERO TO KL-GEN-AGE-DAYS                             
041200     ELSE                                                         
041300         COMPUTE KL-GEN-AGE-DAYS =                                
041400             KL-RUN-DAY-NUMBER - KL-EFFECT-DAY-NUMBER             
041500     END-IF.                                                      
041600 2520-EXIT.                                                       
041700     EXIT.                                                        
041800*                                                                 
041900***************************************************************** 
042000* 2650-FORMAT-DATE - EDIT A YYYYMMDD DATE IN KL-DATE-IN INTO     *
042100* THE YYYY/MM/DD SHAPE THE REPORT PRINTS.                        *
042200***************************************************************** 
042300 2650-FORMAT-DATE.                                                
042400     MOVE KL-DATE-IN(1:4) TO KL-DATE-ED-YYYY.                     
042500     MOVE KL-DATE-IN(5:2) TO KL-DATE-ED-MM.                       
042600     MOVE KL-DATE-IN(7:2) TO KL-DATE-ED-DD.                       
042700 2650-EXIT.                                                       
042800     EXIT.                                                        
042900*                                                                 
043000***************************************************************** 
043100* 2700-PRINT-REPORT-LINE - PRINT ONE LINE FROM KL-PRINT-LINE,    *
043200* BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE PAGE IS FULL.    *
043300***************************************************************** 
043400 2700-PRINT-REPORT-LINE.                                          
043500     IF KL-LINE-COUNT > KL-LINES-PER-PAGE                         
043600         PERFORM 2800-PRINT-PAGE-HEADING THRU 2800-EXIT           
043700     END-IF.                                                      
043800     WRITE KL-REPORT-REC FROM KL-PRINT-LINE                       
043900         AFTER ADVANCING 1 LINE.                                  
044000     ADD 1 TO KL-LINE-COUNT.                                      
044100 2700-EXIT.                                                       
044200     EXIT.                                                        
044300*                                                                 
044400 2800-PRINT-PAGE-HEADING.                                         
044500     ADD 1 TO KL-PAGE-COUNT.                                      
044600     MOVE KL-PAGE-COUNT TO KL-HEAD-PAGE.                          
044700     WRITE KL-REPORT-REC FROM KL-HEADING-1                        
044800         AFTER ADVANCING PAGE.                                    
044900     WRITE KL-REPORT-REC FROM KL-HEADING-2                        
045000         AFTER ADVANCING 1 LINE.                                  
045100     MOVE SPACES TO KL-REPORT-REC.                                
045200     WRITE KL-REPORT-REC AFTER ADVANCING 1 LINE.                  
045300     WRITE KL-REPORT-REC FROM KL-COLUMN-HEADER-LINE               
045400         AFTER ADVANCING 1 LINE.                                  
045500     MOVE SPACES TO KL-REPORT-REC.                                
045600     WRITE KL-REPORT-REC AFTER ADVANCING 1 LINE.                  
045700     MOVE 5 TO KL-LINE-COUNT.                                     
045800 2800-EXIT.                                                       
045900     EXIT.                                                        
046000*                                                                 
046100***************************************************************** 
046200* 3000-PRINT-FINAL-TOTALS - PRINT THE GRAND-TOTAL PAGE.          *
046300***************************************************************** 
046400 3000-PRINT-FINAL-TOTALS.                                         
046500     MOVE 99 TO KL-LINE-COUNT.                                    
046600     IF KL-TOT-KEYS = ZERO                                        
046700         MOVE KL-NO-KEYS-LINE TO KL-PRINT-LINE                    
046800         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
046900         GO TO 3000-EXIT                                          
047000     END-IF.                                                      
047100     MOVE KL-GRAND-HEADER-LINE TO KL-PRINT-LINE.                  
047200     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
047300     MOVE "KEY-IDS REPORTED" TO KL-COUNT-LABEL.                   
047400     MOVE KL-TOT-KEYS TO KL-COUNT-VALUE.                          
047500     MOVE KL-COUNT-LINE TO KL-PRINT-LINE.                         
047600     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
047700     MOVE "KEY-IDS WITH NO GENERATION IN EFFECT"                  
047800         TO KL-COUNT-LABEL.                                       
047900     MOVE KL-TOT-DEAD-KEYS TO KL-COUNT-VALUE.                     
048000     MOVE KL-COUNT-LINE TO KL-PRINT-LINE.                         
048100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
048200     MOVE "KEY-IDS WITH A STAGED SUCCESSOR" TO KL-COUNT-LABEL.    
048300     MOVE KL-TOT-STAGED-KEYS TO KL-COUNT-VALUE.                   
048400     MOVE KL-COUNT-LINE TO KL-PRINT-LINE.                         
048500     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
048600     MOVE "KEY-IDS OVERDUE FOR ROTATION" TO KL-COUNT-LABEL.       
048700     MOVE KL-TOT-OVERDUE-KEYS TO KL-COUNT-VALUE.                  
048800     MOVE KL-COUNT-LINE TO KL-PRINT-LINE.                         
048900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
049000     MOVE "STALE TYPE-V KEYWORDS" TO KL-COUNT-LABEL.              
049100     MOVE KL-TOT-STALE-KEYWORDS TO KL-COUNT-VALUE.                
049200     MOVE KL-COUNT-LINE TO KL-PRINT-LINE.                         
049300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
049400 3000-EXIT.                                                       
049500     EXIT.                                                        
049600*                                                                 
049700***************************************************************** 
049800* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
049900***************************************************************** 
050000 9000-TERMINATE.                                                  
050100     CLOSE CEASER-KEY-FILE.                                       
050200     CLOSE LIFECYCLE-REPORT-FILE.                                 
050300 9000-EXIT.                                                       
050400     EXIT.                                                        
050500*                                                                 
050600***************************************************************** 
050700* 9900-ABEND-ROUTINE - REPORT A FATAL SETUP ERROR AND STOP.      *
050800***************************************************************** 
050900 9900-ABEND-ROUTINE.                                              
051000     DISPLAY "CEASKLR - JOB TERMINATED, RETURN CODE " RETURN-CODE.
051100     STOP RUN.                                                    
051200 9900-EXIT.                                                       
051300     EXIT.                                                        
