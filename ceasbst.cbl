000100 IDENTIFICATION DIVISION.                                         
000200 PROGRAM-ID. CEASBST.                                             
000300 AUTHOR. M W KOVAC.                                               
000400 INSTALLATION. DATA SECURITY SERVICES.                            
000500 DATE-WRITTEN. 10/15/2026.                                        
000600 DATE-COMPILED.                                                   
000700***************************************************************** 
000800* CEASBST - MULTI-PARTNER CIPHER FILE BURST AND RELEASE RECORDER *
000900*                                                                *
001000* RELEASE STEP FOR A MULTI-PARTNER (*INFILE*) ENCRYPT RUN, RUN   *
001100* AFTER CEASVFY PASSES IN PLACE OF CEASSHP. THE COMBINED CEASOUT *
001200* HOLDS EVERY PARTNER'S TRAFFIC, DIVIDED ONLY BY *KEY HEADERS,   *
001300* AND MUST NEVER LEAVE THE BUILDING AS IT STANDS. THIS STEP CUTS *
001400* IT INTO ONE FILE PER KEY-ID, EACH ONE SHAPED LIKE A            *
001500* SINGLE-PARTNER CEASOUT: ITS OWN *HDR WITH THE PARTNER'S FEED   *
001600* ID AND THE COMBINED FILE'S CREATION DATE, THE PARTNER'S DATA   *
001700* RECORDS IN THEIR ORIGINAL ORDER, AND A *TRL WITH A COUNT AND   *
001800* HASH TOTAL RECOMPUTED OVER THAT PARTNER'S RECORDS ALONE. THE   *
001900* *KEY HEADERS ARE ROUTING RECORDS AND ARE NOT COPIED. THE       *
002000* PIECES ARE PROVED TO ADD BACK UP TO THE COMBINED FILE'S *TRL   *
002100* BEFORE ANY OF THEM IS RECORDED. EACH PIECE THEN GETS ITS OWN   *
002200* SHIP-REGISTER-REC IN CEASTREG, STATUS PENDING, SO CEASACK      *
002300* RECONCILES EACH PARTNER'S ACKNOWLEDGMENT AGAINST WHAT THAT     *
002400* PARTNER ACTUALLY RECEIVED.                                     *
002500*                                                                *
002600* THE ENCRYPT RUN'S MESSAGE INDEX (CEASMIDX) NUMBERS THE         *
002700* MESSAGES ACROSS THE WHOLE COMBINED FILE UNDER ITS OWN FEED ID, *
002800* WHICH NO PARTNER EVER SEES. IT IS READ IN STEP WITH THE        *
002900* COMBINED FILE AND EACH ENTRY IS WRITTEN AGAIN TO CEASBIDX      *
003000* UNDER THE PIECE'S FEED ID AND DATE AND THE MESSAGE'S PLACE IN  *
003100* THE PIECE, COUNTING FROM 1, SO CEASINQ CAN FIND A MESSAGE BY   *
003200* THE NUMBER THE PARTNER QUOTES FROM THE FILE THEY HOLD.         *
003300***************************************************************** 
003400*                                                                 
003500* MODIFICATION HISTORY.                                           
003600*  DATE       INIT  DESCRIPTION                                   
003700*  10/15/2026 MWK   ORIGINAL CODING - BURSTS A COMBINED CEASOUT   
003800*                   INTO SEPARATE PARTNER FILES AND REGISTERS     
003900*                   EACH ONE FOR ACKNOWLEDGMENT.                  
004000*  10/15/2026 MWK   THE COMBINED FILE'S MESSAGE INDEX IS RE-KEYED 
004100*                   PER PIECE - FEED ID, DATE AND MESSAGE NUMBER  
004200*                   AS THE PARTNER SEES THEM - ONTO THE NEW       
004300*                   CEASBIDX DD FOR CEASINQ.                      
004400*                                                                 
004500 ENVIRONMENT DIVISION.                                            
004600 CONFIGURATION SECTION.                                           
004700 SOURCE-COMPUTER. IBM-370.                                        
004800 OBJECT-COMPUTER. IBM-370.                                        
004900 INPUT-OUTPUT SECTION.                                            
005000 FILE-CONTROL.                                                    
005100     SELECT BURST-CIPHER-FILE ASSIGN TO CEASOUT                   
005200         ORGANIZATION IS SEQUENTIAL.                              
005300     SELECT BURST-CONTROL-FILE ASSIGN TO SYSIN                    
005400         ORGANIZATION IS SEQUENTIAL.                              
005500     SELECT BURST-PIECE-FILE-01 ASSIGN TO CEASPF01                
005600         ORGANIZATION IS SEQUENTIAL.                              
005700     SELECT BURST-PIECE-FILE-02 ASSIGN TO CEASPF02                
005800         ORGANIZATION IS SEQUENTIAL.                              
005900     SELECT BURST-PIECE-FILE-03 ASSIGN TO CEASPF03                
006000         ORGANIZATION IS SEQUENTIAL.                              
006100     SELECT BURST-PIECE-FILE-04 ASSIGN TO CEASPF04                
006200         ORGANIZATION IS SEQUENTIAL.                              
006300     SELECT BURST-PIECE-FILE-05 ASSIGN TO CEASPF05                
006400         ORGANIZATION IS SEQUENTIAL.                              
006500     SELECT BURST-PIECE-FILE-06 ASSIGN TO CEASPF06                
006600         ORGANIZATION IS SEQUENTIAL.                              
006700     SELECT BURST-PIECE-FILE-07 ASSIGN TO CEASPF07                
006800         ORGANIZATION IS SEQUENTIAL.                              
006900     SELECT BURST-PIECE-FILE-08 ASSIGN TO CEASPF08                
007000         ORGANIZATION IS SEQUENTIAL.                              
007100     SELECT BURST-INDEX-FILE ASSIGN TO CEASMIDX                   
007200         ORGANIZATION IS SEQUENTIAL                               
007300         FILE STATUS IS BT-MIDX-FILE-STATUS.                      
007400     SELECT BURST-PIECE-INDEX-FILE ASSIGN TO CEASBIDX             
007500         ORGANIZATION IS SEQUENTIAL.                              
007600     SELECT SHIP-REGISTER-FILE ASSIGN TO CEASTREG                 
007700         ORGANIZATION IS INDEXED                                  
007800         ACCESS MODE IS DYNAMIC                                   
007900         RECORD KEY IS SR-KEY                                     
008000         FILE STATUS IS BT-REG-FILE-STATUS.                       
008100*                                                                 
008200 DATA DIVISION.                                                   
008300 FILE SECTION.                                                    
008400*    THE COMBINED CIPHER FILE AS THE *INFILE* ENCRYPT RUN WROTE   
008500*    IT - *HDR FIRST, THEN EACH PARTNER GROUP LED BY ITS *KEY     
008600*    HEADER, *TRL LAST. ONE MESSAGE PER VARIABLE-LENGTH RECORD.   
008700 FD  BURST-CIPHER-FILE                                            
008800     RECORDING MODE IS V                                          
008900     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
009000         DEPENDING ON BT-IN-LENGTH.                               
009100 01  BT-CIPHER-REC               PIC X(2000).                     
009200*                                                                 
009300*    SYSIN PARTNER CARDS - ONE PER KEY-ID CARRIED IN THE COMBINED 
009400*    FILE. THE FIRST CARD'S PIECE IS WRITTEN TO DD CEASPF01, THE  
009500*    SECOND'S TO CEASPF02, AND SO ON UP TO CEASPF08. BLANK CARDS  
009600*    ARE SKIPPED.                                                 
009700*    COLUMNS  1- 8  KEY-ID, AS ON THE *KEY HEADER.                
009800*    COLUMN      9  BLANK.                                        
009900*    COLUMNS 10-17  THE PARTNER'S FEED ID, WHICH GOES ON THE      
010000*                   PIECE'S *HDR AND KEYS ITS REGISTER RECORD.    
010100*    COLUMNS 18-80  RESERVED.                                     
010200 FD  BURST-CONTROL-FILE                                           
010300     RECORDING MODE IS F                                          
010400     RECORD CONTAINS 80 CHARACTERS.                               
010500 01  BT-CONTROL-REC.                                              
010600     05  BT-CONTROL-KEY-ID       PIC X(08).                       
010700     05  FILLER                  PIC X(01).                       
010800     05  BT-CONTROL-FEED-ID      PIC X(08).                       
010900     05  FILLER                  PIC X(63).                       
011000*                                                                 
011100*    THE PARTNER PIECES, ONE DD PER PARTNER CARD. ONLY THE DDS    
011200*    NAMED BY A CARD ARE OPENED.                                  
011300 FD  BURST-PIECE-FILE-01                                          
011400     RECORDING MODE IS V                                          
011500     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
011600         DEPENDING ON BT-OUT-LENGTH.                              
011700 01  BT-PIECE-REC-01             PIC X(2000).                     
011800 FD  BURST-PIECE-FILE-02                                          
011900     RECORDING MODE IS V                                          
012000     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
012100         DEPENDING ON BT-OUT-LENGTH.                              
012200 01  BT-PIECE-REC-02             PIC X(2000).                     
012300 FD  BURST-PIECE-FILE-03                                          
012400     RECORDING MODE IS V                                          
012500     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
012600         DEPENDING ON BT-OUT-LENGTH.                              
012700 01  BT-PIECE-REC-03             PIC X(2000).                     
012800 FD  BURST-PIECE-FILE-04                                          
012900     RECORDING MODE IS V                                          
013000     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
013100         DEPENDING ON BT-OUT-LENGTH.                              
013200 01  BT-PIECE-REC-04             PIC X(2000).                     
013300 FD  BURST-PIECE-FILE-05                                          
013400     RECORDING MODE IS V                                          
013500     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
013600         DEPENDING ON BT-OUT-LENGTH.                              
013700 01  BT-PIECE-REC-05             PIC X(2000).                     
013800 FD  BURST-PIECE-FILE-06                                          
013900     RECORDING MODE IS V                                          
014000     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
014100         DEPENDING ON BT-OUT-LENGTH.                              
014200 01  BT-PIECE-REC-06             PIC X(2000).                     
014300 FD  BURST-PIECE-FILE-07                                          
014400     RECORDING MODE IS V                                          
014500     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
014600         DEPENDING ON BT-OUT-LENGTH.                              
014700 01  BT-PIECE-REC-07             PIC X(2000).                     
014800 FD  BURST-PIECE-FILE-08                                          
014900     RECORDING MODE IS V                                          
015000     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
015100         DEPENDING ON BT-OUT-LENGTH.                              
015200 01  BT-PIECE-REC-08             PIC X(2000).                     
015300*                                                                 
015400*    MESSAGE INDEX THE *INFILE* ENCRYPT RUN WROTE ALONGSIDE THE   
015500*    COMBINED FILE - ONE RECORD PER DATA MESSAGE, IN FILE ORDER.  
015600 FD  BURST-INDEX-FILE                                             
015700     RECORDING MODE IS F                                          
015800     RECORD CONTAINS 80 CHARACTERS.                               
015900     COPY MSGIDX.                                                 
016000*                                                                 
016100*    THE SAME ENTRIES RE-KEYED TO THE PIECES - BUILT IN           
016200*    MESSAGE-INDEX-REC AND WRITTEN FROM IT.                       
016300 FD  BURST-PIECE-INDEX-FILE                                       
016400     RECORDING MODE IS F                                          
016500     RECORD CONTAINS 80 CHARACTERS.                               
016600 01  BT-PIECE-INDEX-REC          PIC X(80).                       
016700*                                                                 
016800*    KEYED TRANSMISSION REGISTER - ONE RECORD PER SHIPPED PIECE.  
016900 FD  SHIP-REGISTER-FILE                                           
017000     RECORD CONTAINS 80 CHARACTERS.                               
017100     COPY SHIPREG.                                                
017200*                                                                 
017300 WORKING-STORAGE SECTION.                                         
017400*                                                                 
017500*    PROGRAM SWITCHES.                                            
017600 77  BT-EOF-SWITCH                PIC X(01) VALUE "N".            
017700     88  BT-END-OF-CIPHER                   VALUE "Y".            
017800 77  BT-CARD-EOF-SWITCH           PIC X(01) VALUE "N".            
017900     88  BT-END-OF-CARDS                    VALUE "Y".            
018000 77  BT-HDR-SEEN-SWITCH           PIC X(01) VALUE "N".            
018100     88  BT-HDR-SEEN                        VALUE "Y".            
018200 77  BT-TRL-SEEN-SWITCH           PIC X(01) VALUE "N".            
018300     88  BT-TRL-SEEN                        VALUE "Y".            
018400 77  BT-FOUND-SWITCH              PIC X(01) VALUE "N".            
018500     88  BT-PARTNER-FOUND                   VALUE "Y".            
018600 77  BT-MIDX-EOF-SWITCH           PIC X(01) VALUE "N".            
018700     88  BT-END-OF-INDEX                    VALUE "Y".            
018800*                                                                 
018900*    RUN CONTROL FIELDS.                                          
019000 77  BT-REG-FILE-STATUS           PIC X(02) VALUE SPACES.         
019100 77  BT-MIDX-FILE-STATUS          PIC X(02) VALUE SPACES.         
019200 77  BT-RUN-DATE                  PIC 9(08) VALUE ZERO.           
019300 77  BT-RUN-TIME                  PIC 9(08) VALUE ZERO.           
019400 77  BT-IN-LENGTH                 PIC 9(04) COMP VALUE ZERO.      
019500 77  BT-OUT-LENGTH                PIC 9(04) COMP VALUE ZERO.      
019600 77  BT-OUT-REC                   PIC X(2000) VALUE SPACES.       
019700*                                                                 
019800*    FIELDS LIFTED FROM THE COMBINED FILE'S CONTROL RECORDS, AND  
019900*    THE TOTALS THEY MUST RECONCILE WITH.                         
020000 77  BT-FILE-DATE                 PIC 9(08) VALUE ZERO.           
020100 77  BT-FILE-FEED-ID              PIC X(08) VALUE SPACES.         
020200 77  BT-TRL-COUNT-IN              PIC 9(08) VALUE ZERO.           
020300 77  BT-TRL-HASH-IN               PIC 9(12) VALUE ZERO.           
020400 77  BT-DATA-COUNT                PIC 9(08) VALUE ZERO.           
020500 77  BT-DATA-HASH                 PIC 9(12) VALUE ZERO.           
020600 77  BT-IDX-COUNT                 PIC 9(08) VALUE ZERO.           
020700*                                                                 
020800*    HASH OF THE DATA RECORD IN HAND. THE TOTAL IS CEASER'S: THE  
020900*    BYTE VALUE PLUS ONE FOR EACH CHARACTER OF THE MESSAGE TEXT,  
021000*    WRAPPING AT TWELVE DIGITS. THE ENCRYPT RUN WRITES EACH       
021100*    MESSAGE AT ITS REAL TEXT LENGTH, SO THE RECORD LENGTH AS     
021200*    READ IS THE LENGTH IT HASHED. A CHARACTER MOVED BEHIND A     
021300*    LOW-VALUE BYTE READS BACK THROUGH THE BINARY REDEFINITION AS 
021400*    ITS OWN BYTE VALUE.                                          
021500 77  BT-REC-HASH                  PIC 9(12) VALUE ZERO.           
021600 77  BT-HI                        PIC 9(04) COMP VALUE 1.         
021700 01  BT-ORD-PAIR.                                                 
021800     05  FILLER                  PIC X(01) VALUE LOW-VALUE.       
021900     05  BT-ORD-CHAR             PIC X(01).                       
022000 01  BT-ORD-VALUE REDEFINES BT-ORD-PAIR                           
022100                                 PIC 9(04) COMP.                  
022200*                                                                 
022300*    PARTNER TABLE, ONE ENTRY PER SYSIN CARD. THE ENTRY NUMBER IS 
022400*    THE NUMBER OF THE CEASPFNN DD THE PIECE IS WRITTEN TO.       
022500 77  BT-PIECE-MAX                 PIC 9(04) COMP VALUE 8.         
022600 77  BT-PIECE-COUNT               PIC 9(04) COMP VALUE ZERO.      
022700 77  BT-PI                        PIC 9(04) COMP VALUE 1.         
022800 77  BT-TI                        PIC 9(04) COMP VALUE 1.         
022900 77  BT-USE-INDEX                 PIC 9(04) COMP VALUE ZERO.      
023000 77  BT-DD-NUMBER                 PIC 9(02) VALUE ZERO.           
023100 77  BT-FIND-KEY-ID               PIC X(08) VALUE SPACES.         
023200 01  BT-PIECE-TABLE.                                              
023300     05  BT-PIECE OCCURS 8 TIMES.                                 
023400         10  BT-P-KEY-ID         PIC X(08).                       
023500         10  BT-P-FEED-ID        PIC X(08).                       
023600         10  BT-P-COUNT          PIC 9(08).                       
023700         10  BT-P-HASH           PIC 9(12).                       
023800*                                                                 
023900*    PIECE CONTROL RECORD LAYOUTS - THE SAME SHAPE CEASER WRITES  
024000*    ON A SINGLE-PARTNER CEASOUT.                                 
024100 01  BT-OUT-HEADER-REC.                                           
024200     05  FILLER                  PIC X(05) VALUE "*HDR ".         
024300     05  BT-OUT-HDR-FEED-ID      PIC X(08).                       
024400     05  FILLER                  PIC X(01) VALUE SPACE.           
024500     05  BT-OUT-HDR-DATE         PIC 9(08).                       
024600 01  BT-OUT-TRAILER-REC.                                          
024700     05  FILLER                  PIC X(05) VALUE "*TRL ".         
024800     05  BT-OUT-TRL-COUNT        PIC 9(08).                       
024900     05  FILLER                  PIC X(01) VALUE SPACE.           
025000     05  BT-OUT-TRL-HASH         PIC 9(12).                       
025100*                                                                 
025200 PROCEDURE DIVISION.                                              
025300***************************************************************** 
025400* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
025500***************************************************************** 
025600 0000-MAINLINE.                                                   
025700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
025800     PERFORM 2000-BURST-ONE-RECORD THRU 2000-EXIT                 
025900         UNTIL BT-END-OF-CIPHER.                                  
026000     PERFORM 3000-FINISH-PIECES THRU 3000-EXIT.                   
026100     PERFORM 3500-REGISTER-PIECES THRU 3500-EXIT.                 
026200     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
026300     STOP RUN.                                                    
026400*                                                                 
026500***************************************************************** 
026600* 1000-INITIALIZE - LOAD THE PARTNER CARDS, OPEN FILES, PRIME    *
026700* READ.                                                          *
026800***************************************************************** 
026900 1000-INITIALIZE.                                                 
027000     ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.                       
027100     ACCEPT BT-RUN-TIME FROM TIME.                                
027200     OPEN INPUT BURST-CONTROL-FILE.                               
027300     PERFORM 1100-LOAD-PARTNER-CARD THRU 1100-EXIT                
027400         UNTIL BT-END-OF-CARDS.                                   
027500     CLOSE BURST-CONTROL-FILE.                                    
027600     IF BT-PIECE-COUNT = ZERO                                     
027700         DISPLAY "CEASBST0001 - NO PARTNER CARDS IN SYSIN"        
027800         MOVE 16 TO RETURN-CODE                                   
027900         GO TO 9900-ABEND-ROUTINE                                 
028000     END-IF.                                                      
028100     OPEN INPUT BURST-CIPHER-FILE.                                
028200     OPEN INPUT BURST-INDEX-FILE.                                 
028300     IF BT-MIDX-FILE-STATUS NOT = "00"                            
028400         DISPLAY "CEASBST0020 - CEASMIDX OPEN FAILED, STATUS "    
028500             BT-MIDX-FILE-STATUS                                  
028600         MOVE 19 TO RETURN-CODE                                   
028700         GO TO 9900-ABEND-ROUTINE                                 
028800     END-IF.                                                      
028900     OPEN OUTPUT BURST-PIECE-INDEX-FILE.                          
029000     OPEN I-O SHIP-REGISTER-FILE.                                 
029100     IF BT-REG-FILE-STATUS NOT = "00"                             
029200         DISPLAY "CEASBST0002 - CEASTREG OPEN FAILED, STATUS "    
029300             BT-REG-FILE-STATUS                                   
029400         MOVE 19 TO RETURN-CODE                                   
029500         GO TO 9900-ABEND-ROUTINE                                 
029600     END-IF.                                                      
029700     PERFORM 2900-READ-CIPHER-RECORD THRU 2900-EXIT.              
029800 1000-EXIT.                                                       
029900     EXIT.                                                        
030000*                                                                 
030100***************************************************************** 
030200* 1100-LOAD-PARTNER-CARD - ONE CARD, ONE TABLE ENTRY. A KEY-ID   *
030300* OR FEED ID THAT IS BLANK OR ALREADY ON AN EARLIER CARD WOULD   *
030400* SEND TRAFFIC TO THE WRONG PARTNER OR COLLIDE ON THE REGISTER,  *
030500* SO THE RUN STOPS BEFORE ANYTHING IS WRITTEN.                   *
030600***************************************************************** 
030700 1100-LOAD-PARTNER-CARD.                                          
030800     READ BURST-CONTROL-FILE                                      
030900         AT END                                                   
031000             SET BT-END-OF-CARDS TO TRUE                          
031100             GO TO 1100-EXIT                                      
031200     END-READ.                                                    
031300     IF BT-CONTROL-REC = SPACES                                   
031400         GO TO 1100-EXIT                                          
031500     END-IF.                                                      
031600     IF BT-CONTROL-KEY-ID = SPACES                                
031700             OR BT-CONTROL-FEED-ID = SPACES                       
031800         DISPLAY "CEASBST0003 - PARTNER CARD NEEDS A KEY-ID IN "  
031900             "COLUMNS 1-8 AND A FEED ID IN COLUMNS 10-17: "       
032000             BT-CONTROL-REC(1:17)                                 
032100         MOVE 16 TO RETURN-CODE                                   
032200         GO TO 9900-ABEND-ROUTINE                                 
032300     END-IF.                                                      
032400     IF BT-PIECE-COUNT = BT-PIECE-MAX                             
032500         DISPLAY "CEASBST0004 - MORE THAN " BT-PIECE-MAX          
032600             " PARTNER CARDS"                                     
032700         MOVE 16 TO RETURN-CODE                                   
032800         GO TO 9900-ABEND-ROUTINE                                 
032900     END-IF.                                                      
033000     MOVE 1 TO BT-TI.                                             
033100     PERFORM 1110-CHECK-DUPLICATE-CARD THRU 1110-EXIT             
033200         UNTIL BT-TI > BT-PIECE-COUNT.                            
033300     ADD 1 TO BT-PIECE-COUNT.                                     
033400     MOVE BT-CONTROL-KEY-ID TO BT-P-KEY-ID(BT-PIECE-COUNT).       
033500     MOVE BT-CONTROL-FEED-ID TO BT-P-FEED-ID(BT-PIECE-COUNT).     
033600     MOVE ZERO TO BT-P-COUNT(BT-PIECE-COUNT).                     
033700     MOVE ZERO TO BT-P-HASH(BT-PIECE-COUNT).                      
033800 1100-EXIT.                                                       
033900     EXIT.                                                        
034000*                                                                 
034100 1110-CHECK-DUPLICATE-CARD.                                       
034200     IF BT-P-KEY-ID(BT-TI) = BT-CONTROL-KEY-ID                    
034300         DISPLAY "CEASBST0005 - KEY-ID " BT-CONTROL-KEY-ID        
034400             " IS ON MORE THAN ONE PARTNER CARD"                  
034500         MOVE 16 TO RETURN-CODE                                   
034600         GO TO 9900-ABEND-ROUTINE                                 
034700     END-IF.                                                      
034800     IF BT-P-FEED-ID(BT-TI) = BT-CONTROL-FEED-ID                  
034900         DISPLAY "CEASBST0006 - FEED ID " BT-CONTROL-FEED-ID      
035000             " IS ON MORE THAN ONE PARTNER CARD"                  
035100         MOVE 16 TO RETURN-CODE                                   
035200         GO TO 9900-ABEND-ROUTINE                                 
035300     END-IF.                                                      
035400     ADD 1 TO BT-TI.                                              
035500 1110-EXIT.                                                       
035600     EXIT.                                                        
035700*                                                                 
035800***************************************************************** 
035900* 2000-BURST-ONE-RECORD - ROUTE ONE RECORD OF THE COMBINED FILE. *
036000* A *KEY HEADER SWITCHES THE PIECE IN FORCE; EVERY DATA RECORD   *
036100* GOES TO THE PIECE IN FORCE.                                    *
036200***************************************************************** 
036300 2000-BURST-ONE-RECORD.                                           
036400     EVALUATE TRUE                                                
036500         WHEN BT-CIPHER-REC(1:5) = "*HDR "                        
036600             PERFORM 2100-START-PIECES THRU 2100-EXIT             
036700         WHEN BT-CIPHER-REC(1:5) = "*TRL "                        
036800             PERFORM 2300-CHECK-COMBINED-TRAILER THRU 2300-EXIT   
036900         WHEN BT-CIPHER-REC(1:5) = "*KEY "                        
037000             PERFORM 2200-SWITCH-PIECE THRU 2200-EXIT             
037100         WHEN OTHER                                               
037200             PERFORM 2400-ROUTE-DATA-RECORD THRU 2400-EXIT        
037300     END-EVALUATE.                                                
037400     PERFORM 2900-READ-CIPHER-RECORD THRU 2900-EXIT.              
037500 2000-EXIT.                                                       
037600     EXIT.                                                        
037700*                                                                 
037800***************************************************************** 
037900* 2100-START-PIECES - THE COMBINED *HDR GIVES THE CREATION DATE  *
038000* EVERY PIECE CARRIES. OPEN EACH PARTNER'S DD AND WRITE ITS OWN  *
038100* *HDR UNDER THE PARTNER'S FEED ID.                              *
038200***************************************************************** 
038300 2100-START-PIECES.                                               
038400     IF BT-HDR-SEEN                                               
038500         DISPLAY "CEASBST0007 - MORE THAN ONE *HDR CONTROL "      
038600             "HEADER"                                             
038700         MOVE 21 TO RETURN-CODE                                   
038800         GO TO 9900-ABEND-ROUTINE                                 
038900     END-IF.                                                      
039000     IF BT-CIPHER-REC(15:8) NOT NUMERIC                           
039100         DISPLAY "CEASBST0008 - *HDR CREATION DATE IS NOT "       
039200             "NUMERIC"                                            
039300         MOVE 21 TO RETURN-CODE                                   
039400         GO TO 9900-ABEND-ROUTINE                                 
039500     END-IF.                                                      
039600     MOVE BT-CIPHER-REC(6:8) TO BT-FILE-FEED-ID.                  
039700     MOVE BT-CIPHER-REC(15:8) TO BT-FILE-DATE.                    
039800     SET BT-HDR-SEEN TO TRUE.                                     
039900     MOVE 1 TO BT-PI.                                             
040000     PERFORM 2110-START-ONE-PIECE THRU 2110-EXIT                  
040100         UNTIL BT-PI > BT-PIECE-COUNT.                            
040200 2100-EXIT.                                                       
040300     EXIT.                                                        
040400*                                                                 
040500 2110-START-ONE-PIECE.                                            
040600     PERFORM 2810-OPEN-PIECE-FILE THRU 2810-EXIT.                 
040700     MOVE BT-P-FEED-ID(BT-PI) TO BT-OUT-HDR-FEED-ID.              
040800     MOVE BT-FILE-DATE TO BT-OUT-HDR-DATE.                        
040900     MOVE 22 TO BT-OUT-LENGTH.                                    
041000     MOVE BT-OUT-HEADER-REC TO BT-OUT-REC.                        
041100     PERFORM 2820-WRITE-PIECE-RECORD THRU 2820-EXIT.              
041200     ADD 1 TO BT-PI.                                              
041300 2110-EXIT.                                                       
041400     EXIT.                                                        
041500*                                                                 
041600***************************************************************** 
041700* 2200-SWITCH-PIECE - A *KEY HEADER NAMES THE PARTNER WHOSE      *
041800* RECORDS FOLLOW. A KEY-ID WITHOUT A PARTNER CARD HAS NOWHERE TO *
041900* GO, AND LEAVING ITS TRAFFIC BEHIND WOULD SHIP SHORT, SO THE    *
042000* RUN STOPS.                                                     *
042100***************************************************************** 
042200 2200-SWITCH-PIECE.                                               
042300     MOVE BT-CIPHER-REC(6:8) TO BT-FIND-KEY-ID.                   
042400     PERFORM 2250-FIND-PIECE THRU 2250-EXIT.                      
042500     IF NOT BT-PARTNER-FOUND                                      
042600         DISPLAY "CEASBST0009 - KEY-ID " BT-FIND-KEY-ID           
042700             " ON A *KEY HEADER HAS NO PARTNER CARD"              
042800         MOVE 16 TO RETURN-CODE                                   
042900         GO TO 9900-ABEND-ROUTINE                                 
043000     END-IF.                                                      
043100 2200-EXIT.                                                       
043200     EXIT.                                                        
043300*                                                                 
043400***************************************************************** 
043500* 2250-FIND-PIECE - LOCATE THE TABLE ENTRY FOR BT-FIND-KEY-ID.   *
043600* LEAVES BT-USE-INDEX POINTING AT IT.                            *
043700***************************************************************** 
043800 2250-FIND-PIECE.                                                 
043900     MOVE "N" TO BT-FOUND-SWITCH.                                 
044000     MOVE ZERO TO BT-USE-INDEX.                                   
044100     MOVE 1 TO BT-TI.                                             
044200     PERFORM 2260-CHECK-ONE-PIECE THRU 2260-EXIT                  
044300         UNTIL BT-PARTNER-FOUND OR BT-TI > BT-PIECE-COUNT.        
044400 2250-EXIT.                                                       
044500     EXIT.                                                        
044600*                                                                 
044700 2260-CHECK-ONE-PIECE.                                            
044800     IF BT-P-KEY-ID(BT-TI) = BT-FIND-KEY-ID                       
044900         MOVE BT-TI TO BT-USE-INDEX                               
045000         SET BT-PARTNER-FOUND TO TRUE                             
045100     END-IF.                                                      
045200     ADD 1 TO BT-TI.                                              
045300 2260-EXIT.                                                       
045400     EXIT.                                                        
045500*                                                                 
045600***************************************************************** 
045700* 2300-CHECK-COMBINED-TRAILER - THE COMBINED *TRL MUST AGREE     *
045800* WITH EVERY DATA RECORD ROUTED, COUNT AND HASH - PROOF THAT THE *
045900* PIECES TOGETHER HOLD EXACTLY THE VERIFIED FILE.                *
046000***************************************************************** 
046100 2300-CHECK-COMBINED-TRAILER.                                     
046200     IF NOT BT-HDR-SEEN                                           
046300         DISPLAY "CEASBST0010 - CEASOUT DOES NOT LEAD WITH A "    
046400             "*HDR CONTROL HEADER"                                
046500         MOVE 21 TO RETURN-CODE                                   
046600         GO TO 9900-ABEND-ROUTINE                                 
046700     END-IF.                                                      
046800     IF BT-TRL-SEEN                                               
046900         DISPLAY "CEASBST0011 - MORE THAN ONE *TRL CONTROL "      
047000             "TRAILER"                                            
047100         MOVE 21 TO RETURN-CODE                                   
047200         GO TO 9900-ABEND-ROUTINE                                 
047300     END-IF.                                                      
047400     IF BT-CIPHER-REC(6:8) NOT NUMERIC                            
047500             OR BT-CIPHER-REC(15:12) NOT NUMERIC                  
047600         DISPLAY "CEASBST0012 - *TRL CONTROL TRAILER IS "         
047700             "MALFORMED"                                          
047800         MOVE 21 TO RETURN-CODE                                   
047900         GO TO 9900-ABEND-ROUTINE                                 
048000     END-IF.                                                      
048100     MOVE BT-CIPHER-REC(6:8) TO BT-TRL-COUNT-IN.                  
048200     MOVE BT-CIPHER-REC(15:12) TO BT-TRL-HASH-IN.                 
048300     IF BT-TRL-COUNT-IN NOT = BT-DATA-COUNT                       
048400         DISPLAY "CEASBST0013 - TRAILER COUNT " BT-TRL-COUNT-IN   
048500             " DOES NOT MATCH " BT-DATA-COUNT                     
048600             " DATA RECORDS READ"                                 
048700         MOVE 21 TO RETURN-CODE                                   
048800         GO TO 9900-ABEND-ROUTINE                                 
048900     END-IF.                                                      
049000     IF BT-TRL-HASH-IN NOT = BT-DATA-HASH                         
049100         DISPLAY "CEASBST0014 - TRAILER HASH " BT-TRL-HASH-IN     
049200             " DOES NOT MATCH COMPUTED " BT-DATA-HASH             
049300         MOVE 21 TO RETURN-CODE                                   
049400         GO TO 9900-ABEND-ROUTINE                                 
049500     END-IF.                                                      
049600     SET BT-TRL-SEEN TO TRUE.                                     
049700 2300-EXIT.                                                       
049800     EXIT.                                                        
049900*                                                                 
050000***************************************************************** 
050100* 2400-ROUTE-DATA-RECORD - COPY ONE MESSAGE TO THE PIECE IN      *
050200* FORCE AND FOLD IT INTO THAT PIECE'S COUNT AND HASH AND THE     *
050300* COMBINED TOTALS, THEN RE-KEY ITS INDEX ENTRY TO THE PIECE.     *
050400***************************************************************** 
050500 2400-ROUTE-DATA-RECORD.                                          
050600     IF NOT BT-HDR-SEEN                                           
050700         DISPLAY "CEASBST0010 - CEASOUT DOES NOT LEAD WITH A "    
050800             "*HDR CONTROL HEADER"                                
050900         MOVE 21 TO RETURN-CODE                                   
051000         GO TO 9900-ABEND-ROUTINE                                 
051100     END-IF.                                                      
051200     IF BT-TRL-SEEN                                               
051300         DISPLAY "CEASBST0015 - DATA RECORD AFTER THE *TRL "      
051400             "CONTROL TRAILER"                                    
051500         MOVE 21 TO RETURN-CODE                                   
051600         GO TO 9900-ABEND-ROUTINE                                 
051700     END-IF.                                                      
051800     IF BT-USE-INDEX = ZERO                                       
051900         DISPLAY "CEASBST0016 - DATA RECORD BEFORE FIRST *KEY "   
052000             "HEADER - CEASOUT IS NOT A MULTI-PARTNER FILE"       
052100         MOVE 22 TO RETURN-CODE                                   
052200         GO TO 9900-ABEND-ROUTINE                                 
052300     END-IF.                                                      
052400     MOVE ZERO TO BT-REC-HASH.                                    
052500     MOVE 1 TO BT-HI.                                             
052600     PERFORM 2410-HASH-ONE-CHAR THRU 2410-EXIT                    
052700         BT-IN-LENGTH TIMES.                                      
052800     ADD BT-IN-LENGTH TO BT-REC-HASH.                             
052900     MOVE BT-USE-INDEX TO BT-PI.                                  
053000     MOVE BT-IN-LENGTH TO BT-OUT-LENGTH.                          
053100     MOVE BT-CIPHER-REC(1:BT-IN-LENGTH) TO BT-OUT-REC.            
053200     PERFORM 2820-WRITE-PIECE-RECORD THRU 2820-EXIT.              
053300     ADD 1 TO BT-P-COUNT(BT-PI).                                  
053400     ADD BT-REC-HASH TO BT-P-HASH(BT-PI).                         
053500     ADD 1 TO BT-DATA-COUNT.                                      
053600     ADD BT-REC-HASH TO BT-DATA-HASH.                             
053700     PERFORM 2500-REKEY-INDEX-RECORD THRU 2500-EXIT.              
053800 2400-EXIT.                                                       
053900     EXIT.                                                        
054000*                                                                 
054100 2410-HASH-ONE-CHAR.                                              
054200     MOVE BT-CIPHER-REC(BT-HI:1) TO BT-ORD-CHAR.                  
054300     ADD BT-ORD-VALUE TO BT-REC-HASH.                             
054400     ADD 1 TO BT-HI.                                              
054500 2410-EXIT.                                                       
054600     EXIT.                                                        
054700*                                                                 
054800***************************************************************** 
054900* 2500-REKEY-INDEX-RECORD - THE NEXT CEASMIDX ENTRY MUST BE THE  *
055000* DATA RECORD JUST ROUTED: SAME FEED ID AND DATE AS THE COMBINED *
055100* *HDR, THE SAME MESSAGE NUMBER, KEY-ID AND LENGTH. IT IS        *
055200* WRITTEN TO CEASBIDX UNDER THE PIECE'S FEED ID WITH THE         *
055300* MESSAGE'S NUMBER WITHIN THE PIECE; THE CHECK VALUE, KEY-ID,    *
055400* GENERATION, AUDIT SEQUENCE AND INBOUND DATE CARRY ACROSS. AN   *
055500* INDEX THAT IS NOT THIS FILE'S WOULD SEND AN INQUIRY TO THE     *
055600* WRONG MESSAGE, SO THE RUN STOPS BEFORE ANY PIECE IS            *
055700* REGISTERED.                                                    *
055800***************************************************************** 
055900 2500-REKEY-INDEX-RECORD.                                         
056000     PERFORM 2910-READ-INDEX-RECORD THRU 2910-EXIT.               
056100     IF BT-END-OF-INDEX                                           
056200         DISPLAY "CEASBST0021 - CEASMIDX ENDS BEFORE DATA RECORD "
056300             BT-DATA-COUNT                                        
056400         MOVE 21 TO RETURN-CODE                                   
056500         GO TO 9900-ABEND-ROUTINE                                 
056600     END-IF.                                                      
056700     IF MX-FEED-ID NOT = BT-FILE-FEED-ID                          
056800             OR MX-FILE-DATE NOT = BT-FILE-DATE                   
056900             OR MX-MESSAGE-NUMBER NOT = BT-DATA-COUNT             
057000             OR MX-KEY-ID NOT = BT-P-KEY-ID(BT-PI)                
057100             OR MX-LENGTH NOT = BT-IN-LENGTH                      
057200         DISPLAY "CEASBST0022 - CEASMIDX DOES NOT MATCH CEASOUT " 
057300             "AT DATA RECORD " BT-DATA-COUNT                      
057400         MOVE 21 TO RETURN-CODE                                   
057500         GO TO 9900-ABEND-ROUTINE                                 
057600     END-IF.                                                      
057700     MOVE BT-P-FEED-ID(BT-PI) TO MX-FEED-ID.                      
057800     MOVE BT-P-COUNT(BT-PI) TO MX-MESSAGE-NUMBER.                 
057900     WRITE BT-PIECE-INDEX-REC FROM MESSAGE-INDEX-REC.             
058000     ADD 1 TO BT-IDX-COUNT.                                       
058100 2500-EXIT.                                                       
058200     EXIT.                                                        
058300*                                                                 
058400***************************************************************** 
058500* 2810-OPEN-PIECE-FILE, 2820-WRITE-PIECE-RECORD AND 2830-CLOSE-  *
058600* PIECE-FILE - FILE OPERATIONS ON THE CEASPFNN DD NUMBERED BY    *
058700* BT-PI. WRITES TAKE BT-OUT-REC AT LENGTH BT-OUT-LENGTH.         *
058800***************************************************************** 
058900 2810-OPEN-PIECE-FILE.                                            
059000     EVALUATE BT-PI                                               
059100         WHEN 1                                                   
059200             OPEN OUTPUT BURST-PIECE-FILE-01                      
059300         WHEN 2                                                   
059400             OPEN OUTPUT BURST-PIECE-FILE-02                      
059500         WHEN 3                                                   
059600             OPEN OUTPUT BURST-PIECE-FILE-03                      
059700         WHEN 4                                                   
059800             OPEN OUTPUT BURST-PIECE-FILE-04                      
059900         WHEN 5                                                   
060000             OPEN OUTPUT BURST-PIECE-FILE-05                      
060100         WHEN 6                                                   
060200             OPEN OUTPUT BURST-PIECE-FILE-06                      
060300         WHEN 7                                                   
060400             OPEN OUTPUT BURST-PIECE-FILE-07                      
060500         WHEN 8                                                   
060600             OPEN OUTPUT BURST-PIECE-FILE-08                      
060700     END-EVALUATE.                                                
060800 2810-EXIT.                                                       
060900     EXIT.                                                        
061000*                                                                 
061100 2820-WRITE-PIECE-RECORD.                                         
061200     EVALUATE BT-PI                                               
061300         WHEN 1                                                   
061400             WRITE BT-PIECE-REC-01 FROM BT-OUT-REC                
061500         WHEN 2                                                   
061600             WRITE BT-PIECE-REC-02 FROM BT-OUT-REC                
061700         WHEN 3                                                   
061800             WRITE BT-PIECE-REC-03 FROM BT-OUT-REC                
061900         WHEN 4                                                   
062000             WRITE BT-PIECE-REC-04 FROM BT-OUT-REC                
062100         WHEN 5                                                   
062200             WRITE BT-PIECE-REC-05 FROM BT-OUT-REC                
062300         WHEN 6                                                   
062400             WRITE BT-PIECE-REC-06 FROM BT-OUT-REC                
062500         WHEN 7                                                   
062600             WRITE BT-PIECE-REC-07 FROM BT-OUT-REC                
062700         WHEN 8                                                   
062800             WRITE BT-PIECE-REC-08 FROM BT-OUT-REC                
062900     END-EVALUATE.                                                
063000 2820-EXIT.                                                       
063100     EXIT.                                                        
063200*                                                                 
063300 2830-CLOSE-PIECE-FILE.                                           
063400     EVALUATE BT-PI                                               
063500         WHEN 1                                                   
063600             CLOSE BURST-PIECE-FILE-01                            
063700         WHEN 2                                                   
063800             CLOSE BURST-PIECE-FILE-02                            
063900         WHEN 3                                                   
064000             CLOSE BURST-PIECE-FILE-03                            
064100         WHEN 4                                                   
064200             CLOSE BURST-PIECE-FILE-04                            
064300         WHEN 5                                                   
064400             CLOSE BURST-PIECE-FILE-05                            
064500         WHEN 6                                                   
064600             CLOSE BURST-PIECE-FILE-06                            
064700         WHEN 7                                                   
064800             CLOSE BURST-PIECE-FILE-07                            
064900         WHEN 8                                                   
065000             CLOSE BURST-PIECE-FILE-08                            
065100     END-EVALUATE.                                                
065200 2830-EXIT.                                                       
065300     EXIT.                                                        
065400*                                                                 
065500*    THE RECORD AREA IS CLEARED FIRST SO A CONTROL RECORD SHORTER 
065600*    THAN ITS FIELDS READS AS SPACE-PADDED, NOT AS THE TAIL OF THE
065700*    RECORD BEFORE IT.                                            
065800 2900-READ-CIPHER-RECORD.                                         
065900     MOVE SPACES TO BT-CIPHER-REC.                                
066000     READ BURST-CIPHER-FILE                                       
066100         AT END                                                   
066200             SET BT-END-OF-CIPHER TO TRUE                         
066300     END-READ.                                                    
066400 2900-EXIT.                                                       
066500     EXIT.                                                        
066600*                                                                 
066700 2910-READ-INDEX-RECORD.                                          
066800     READ BURST-INDEX-FILE                                        
066900         AT END                                                   
067000             SET BT-END-OF-INDEX TO TRUE                          
067100     END-READ.                                                    
067200 2910-EXIT.                                                       
067300     EXIT.                                                        
067400*                                                                 
067500***************************************************************** 
067600* 3000-FINISH-PIECES - BOTH COMBINED CONTROL RECORDS MUST HAVE   *
067700* BEEN SEEN, AND CEASMIDX MUST HOLD NOTHING PAST THE LAST DATA   *
067800* RECORD. CLOSE EACH PIECE WITH ITS OWN *TRL. A PARTNER CARD     *
067900* WITH NO TRAFFIC STILL GETS ITS (EMPTY) FILE, BUT THE RUN ENDS  *
068000* WITH A WARNING SO THE CARD CAN BE CHECKED.                     *
068100***************************************************************** 
068200 3000-FINISH-PIECES.                                              
068300     IF NOT BT-HDR-SEEN                                           
068400         DISPLAY "CEASBST0010 - CEASOUT DOES NOT LEAD WITH A "    
068500             "*HDR CONTROL HEADER"                                
068600         MOVE 21 TO RETURN-CODE                                   
068700         GO TO 9900-ABEND-ROUTINE                                 
068800     END-IF.                                                      
068900     IF NOT BT-TRL-SEEN                                           
069000         DISPLAY "CEASBST0017 - CEASOUT HAS NO *TRL CONTROL "     
069100             "TRAILER"                                            
069200         MOVE 21 TO RETURN-CODE                                   
069300         GO TO 9900-ABEND-ROUTINE                                 
069400     END-IF.                                                      
069500     PERFORM 2910-READ-INDEX-RECORD THRU 2910-EXIT.               
069600     IF NOT BT-END-OF-INDEX                                       
069700         DISPLAY "CEASBST0023 - CEASMIDX HOLDS MORE ENTRIES THAN "
069800             "THE " BT-DATA-COUNT " DATA RECORDS OF CEASOUT"      
069900         MOVE 21 TO RETURN-CODE                                   
070000         GO TO 9900-ABEND-ROUTINE                                 
070100     END-IF.                                                      
070200     MOVE 1 TO BT-PI.                                             
070300     PERFORM 3100-FINISH-ONE-PIECE THRU 3100-EXIT                 
070400         UNTIL BT-PI > BT-PIECE-COUNT.                            
070500 3000-EXIT.                                                       
070600     EXIT.                                                        
070700*                                                                 
070800 3100-FINISH-ONE-PIECE.                                           
070900     MOVE BT-P-COUNT(BT-PI) TO BT-OUT-TRL-COUNT.                  
071000     MOVE BT-P-HASH(BT-PI) TO BT-OUT-TRL-HASH.                    
071100     MOVE 26 TO BT-OUT-LENGTH.                                    
071200     MOVE BT-OUT-TRAILER-REC TO BT-OUT-REC.                       
071300     PERFORM 2820-WRITE-PIECE-RECORD THRU 2820-EXIT.              
071400     PERFORM 2830-CLOSE-PIECE-FILE THRU 2830-EXIT.                
071500     MOVE BT-PI TO BT-DD-NUMBER.                                  
071600     DISPLAY "CEASBST - CEASPF" BT-DD-NUMBER                      
071700         " KEY-ID " BT-P-KEY-ID(BT-PI)                            
071800         " FEED " BT-P-FEED-ID(BT-PI)                             
071900         " RECORDS " BT-P-COUNT(BT-PI)                            
072000         " HASH " BT-P-HASH(BT-PI).                               
072100     IF BT-P-COUNT(BT-PI) = ZERO                                  
072200         DISPLAY "CEASBST0018 - KEY-ID " BT-P-KEY-ID(BT-PI)       
072300             " HAS NO TRAFFIC IN THIS FILE - EMPTY PIECE WRITTEN" 
072400         IF RETURN-CODE < 4                                       
072500             MOVE 4 TO RETURN-CODE                                
072600         END-IF                                                   
072700     END-IF.                                                      
072800     ADD 1 TO BT-PI.                                              
072900 3100-EXIT.                                                       
073000     EXIT.                                                        
073100*                                                                 
073200***************************************************************** 
073300* 3500-REGISTER-PIECES - ONE REGISTER RECORD PER PIECE, STATUS   *
073400* PENDING, KEYED BY THE PIECE'S FEED ID AND CREATION DATE - THE  *
073500* SAME RECORD CEASSHP WRITES FOR A SINGLE-PARTNER FILE.          *
073600***************************************************************** 
073700 3500-REGISTER-PIECES.                                            
073800     MOVE 1 TO BT-PI.                                             
073900     PERFORM 3510-REGISTER-ONE-PIECE THRU 3510-EXIT               
074000         UNTIL BT-PI > BT-PIECE-COUNT.                            
074100 3500-EXIT.                                                       
074200     EXIT.                                                        
074300*                                                                 
074400 3510-REGISTER-ONE-PIECE.                                         
074500     MOVE BT-P-FEED-ID(BT-PI) TO SR-FEED-ID.                      
074600     MOVE BT-FILE-DATE TO SR-FILE-DATE.                           
074700     MOVE BT-P-KEY-ID(BT-PI) TO SR-KEY-ID.                        
074800     MOVE BT-P-COUNT(BT-PI) TO SR-TRL-COUNT.                      
074900     MOVE BT-P-HASH(BT-PI) TO SR-TRL-HASH.                        
075000     MOVE BT-RUN-DATE TO SR-SHIP-DATE.                            
075100     MOVE BT-RUN-TIME(1:6) TO SR-SHIP-TIME.                       
075200     MOVE "P" TO SR-ACK-STATUS.                                   
075300     MOVE ZERO TO SR-ACK-DATE.                                    
075400     WRITE SHIP-REGISTER-REC                                      
075500         INVALID KEY                                              
075600             DISPLAY "CEASBST0019 - FEED " SR-FEED-ID " DATE "    
075700                 SR-FILE-DATE " IS ALREADY ON THE REGISTER"       
075800             MOVE 8 TO RETURN-CODE                                
075900         NOT INVALID KEY                                          
076000             DISPLAY "CEASBST - FEED " SR-FEED-ID " DATE "        
076100                 SR-FILE-DATE " REGISTERED, " SR-TRL-COUNT        
076200                 " RECORDS, HASH " SR-TRL-HASH                    
076300     END-WRITE.                                                   
076400     ADD 1 TO BT-PI.                                              
076500 3510-EXIT.                                                       
076600     EXIT.                                                        
076700*                                                                 
076800***************************************************************** 
076900* 9000-TERMINATE - CLOSE FILES AT NORMAL END OF JOB.             *
077000***************************************************************** 
077100 9000-TERMINATE.                                                  
077200     CLOSE BURST-CIPHER-FILE.                                     
077300     CLOSE BURST-INDEX-FILE.                                      
077400     CLOSE BURST-PIECE-INDEX-FILE.                                
077500     CLOSE SHIP-REGISTER-FILE.                                    
077600     DISPLAY "CEASBST - INDEX ENTRIES WRITTEN TO CEASBIDX "       
077700         BT-IDX-COUNT.                                            
077800 9000-EXIT.                                                       
077900     EXIT.                                                        
078000*                                                                 
078100***************************************************************** 
078200* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP.            *
078300***************************************************************** 
078400 9900-ABEND-ROUTINE.                                              
078500     DISPLAY "CEASBST - JOB TERMINATED, RETURN CODE " RETURN-CODE.
078600     STOP RUN.                                                    
078700 9900-EXIT.                                                       
078800     EXIT.                                                        
