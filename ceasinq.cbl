000100 IDENTIFICATION DIVISION.                                         
000200 PROGRAM-ID. CEASINQ.                                             
000300 AUTHOR. M W KOVAC.                                               
000400 INSTALLATION. DATA SECURITY SERVICES.                            
000500 DATE-WRITTEN. 10/15/2026.                                        
000600 DATE-COMPILED.                                                   
000700***************************************************************** 
000800* CEASINQ - SINGLE-MESSAGE INQUIRY AGAINST A SHIPPED CEASOUT     *
000900* FILE                                                           *
001000*                                                                *
001100* WHEN A PARTNER DISPUTES ONE MESSAGE OF A FILE WE SENT, THIS    *
001200* FINDS THAT MESSAGE IN THE RETAINED CEASOUT AND DECRYPTS IT     *
001300* ALONE, INSTEAD OF A CEASER DECRYPT RUN OF THE WHOLE FILE. THE  *
001400* CONTROL CARDS NAME THE FILE BY ITS FEED ID AND FILE DATE (THE  *
001500* DATE ON THE CEASOUT *HDR) AND THE MESSAGE NUMBERS WANTED. THE  *
001600* MESSAGE INDEX CEASER WROTE ON THE ENCRYPT (CEASMIDX) GIVES     *
001700* EACH MESSAGE'S LENGTH, PLAINTEXT CHECK VALUE, AND AUDIT        *
001800* SEQUENCE NUMBER; THE AUDIT TRAIL RECORD AT THAT SEQUENCE       *
001900* NUMBER GIVES THE SHIFT AND GENERATION IT WAS ENCRYPTED UNDER,  *
002000* AND CEASKEY MUST STILL HOLD THAT GENERATION WITH THE SAME      *
002100* SHIFT. ONLY THEN IS THE MESSAGE DECRYPTED, CHECKED AGAINST ITS *
002200* INDEXED CHECK VALUE, AND PRINTED. FOR A PARTNER'S PIECE OF A   *
002300* MULTI-PARTNER FILE, CEASOUT IS THE PIECE CEASBST CUT AND       *
002400* CEASMIDX IS THE CEASBIDX INDEX IT WROTE, SO THE FEED ID, DATE  *
002500* AND MESSAGE NUMBERS ARE THE ONES ON THE PARTNER'S OWN FILE.    *
002600*                                                                *
002700* THE CLEARTEXT GOES ONLY TO THE RESTRICTED PRINT FILE CEASINQR, *
002800* NEVER TO SYSOUT, AND EVERY MESSAGE SHOWN ADDS ITS OWN RECORD   *
002900* TO THE CHAINED AUDIT TRAIL - PARAGRAPH "5000-VIEW" FOLLOWED BY *
003000* THE REQUESTING USER ID, WHICH COMES FROM THE PARM              *
003100* (PARM='USERID').                                               *
003200*                                                                *
003300* RETURN CODE 4 WHEN A MESSAGE ASKED FOR COULD NOT BE SHOWN, 8   *
003400* WHEN ONE SHOWN FAILED ITS CHECK VALUE OR DID NOT MATCH ITS     *
003500* INDEX ENTRY ON CEASOUT, 16 FOR A MISSING USER ID, A BAD CARD,  *
003600* OR A CEASOUT THAT IS NOT THE FILE THE CARDS NAME, 19 WHEN A    *
003700* FILE WILL NOT OPEN.                                            *
003800***************************************************************** 
003900*                                                                 
004000* MODIFICATION HISTORY.                                           
004100*  DATE       INIT  DESCRIPTION                                   
004200*  10/15/2026 MWK   ORIGINAL CODING - SINGLE-MESSAGE LOOKUP AND   
004300*                   RE-DECRYPT FROM A SHIPPED CEASOUT FILE.       
004400*  10/15/2026 MWK   FIELD-LEVEL FILES - THE CEASFMAP FIELD MAP    
004500*                   (COPYBOOK FLDMAP) IS APPLIED TO THE DECRYPT   
004600*                   UNDER THE MESSAGE'S OWN KEY-ID, AS CEASER     
004700*                   APPLIES IT.                                   
004800*  10/15/2026 MWK   BURST PIECES OF A MULTI-PARTNER FILE ARE      
004900*                   LOOKED UP THROUGH THE CEASBIDX INDEX CEASBST  
005000*                   WRITES.                                       
005100*  10/15/2026 MWK   FIELD MAPS - THE TYPE COLUMNS OF EVERY TYPED  
005200*                   MAP UNDER THE KEY-ID ARE NOW ALWAYS LEFT IN   
005300*                   CLEAR, SO A RECORD CIPHERED WHOLE OR UNDER    
005400*                   ANOTHER MAP CANNOT DECRYPT UNDER THE WRONG    
005500*                   MAP.                                          
005600*                                                                 
005700 ENVIRONMENT DIVISION.                                            
005800 CONFIGURATION SECTION.                                           
005900 SOURCE-COMPUTER. IBM-370.                                        
006000 OBJECT-COMPUTER. IBM-370.                                        
006100 INPUT-OUTPUT SECTION.                                            
006200 FILE-CONTROL.                                                    
006300     SELECT INQ-CONTROL-FILE ASSIGN TO SYSIN                      
006400         ORGANIZATION IS SEQUENTIAL.                              
006500     SELECT INQ-CIPHER-FILE ASSIGN TO CEASOUT                     
006600         ORGANIZATION IS SEQUENTIAL                               
006700         FILE STATUS IS IQ-OUT-FILE-STATUS.                       
006800     SELECT INQ-INDEX-FILE ASSIGN TO CEASMIDX                     
006900         ORGANIZATION IS SEQUENTIAL                               
007000         FILE STATUS IS IQ-MIDX-FILE-STATUS.                      
007100     SELECT INQ-AUDIT-IN-FILE ASSIGN TO CEASAUDI                  
007200         ORGANIZATION IS SEQUENTIAL                               
007300         FILE STATUS IS IQ-AUDI-FILE-STATUS.                      
007400     SELECT CEASER-AUDIT-FILE ASSIGN TO CEASAUD                   
007500         ORGANIZATION IS SEQUENTIAL                               
007600         FILE STATUS IS IQ-AUD-FILE-STATUS.                       
007700     SELECT CEASER-AUDIT-SEQ-FILE ASSIGN TO CEASAUDS              
007800         ORGANIZATION IS SEQUENTIAL                               
007900         FILE STATUS IS IQ-AUDS-FILE-STATUS.                      
008000     SELECT CEASER-KEY-FILE ASSIGN TO CEASKEY                     
008100         ORGANIZATION IS INDEXED                                  
008200         ACCESS MODE IS DYNAMIC                                   
008300         RECORD KEY IS CK-KEY                                     
008400         FILE STATUS IS IQ-KEY-FILE-STATUS.                       
008500     SELECT INQ-REPORT-FILE ASSIGN TO CEASINQR                    
008600         ORGANIZATION IS SEQUENTIAL.                              
008700     SELECT FIELD-MAP-FILE ASSIGN TO CEASFMAP                     
008800         ORGANIZATION IS SEQUENTIAL                               
008900         FILE STATUS IS IQ-FMAP-FILE-STATUS.                      
009000*                                                                 
009100 DATA DIVISION.                                                   
009200 FILE SECTION.                                                    
009300*    SYSIN CONTROL CARDS, ONE OR MORE, ALL FOR THE ONE FILE.      
009400*    COLUMNS  1- 8  FEED ID, AS ON THE CEASOUT *HDR.              
009500*    COLUMNS 10-17  FILE DATE (YYYYMMDD), AS ON THE CEASOUT *HDR -
009600*                   THE DATE THE FILE WAS ENCRYPTED.              
009700*    COLUMNS 19-27  MESSAGE NUMBER, OR THE FIRST OF A RANGE - ALL 
009800*                   NINE DIGITS, ZERO-FILLED.                     
009900*    COLUMNS 29-37  LAST MESSAGE NUMBER OF THE RANGE. BLANK FOR A 
010000*                   SINGLE MESSAGE.                               
010100 FD  INQ-CONTROL-FILE                                             
010200     RECORDING MODE IS F                                          
010300     RECORD CONTAINS 80 CHARACTERS.                               
010400 01  IQ-CONTROL-REC.                                              
010500     05  IQ-CONTROL-FEED-ID      PIC X(08).                       
010600     05  FILLER                  PIC X(01).                       
010700     05  IQ-CONTROL-FILE-DATE    PIC X(08).                       
010800     05  FILLER                  PIC X(01).                       
010900     05  IQ-CONTROL-FROM         PIC X(09).                       
011000     05  FILLER                  PIC X(01).                       
011100     05  IQ-CONTROL-TO           PIC X(09).                       
011200     05  FILLER                  PIC X(43).                       
011300*                                                                 
011400*    THE RETAINED CEASOUT FILE THE PARTNER RECEIVED.              
011500 FD  INQ-CIPHER-FILE                                              
011600     RECORDING MODE IS V                                          
011700     RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS          
011800         DEPENDING ON IQ-CIPHER-LENGTH.                           
011900 01  IQ-CIPHER-REC               PIC X(2000).                     
012000*                                                                 
012100*    MESSAGE INDEX WRITTEN BY THE CEASER ENCRYPT RUN.             
012200 FD  INQ-INDEX-FILE                                               
012300     RECORDING MODE IS F                                          
012400     RECORD CONTAINS 80 CHARACTERS.                               
012500     COPY MSGIDX.                                                 
012600*                                                                 
012700*    THE AUDIT TRAIL TO FIND THE ENCRYPT RECORDS IN. READ IN      
012800*    SEQUENCE NUMBER ORDER, SO ANY ARCHIVE GENERATIONS ARE        
012900*    CONCATENATED OLDEST FIRST, AHEAD OF THE CURRENT TRAIL. THE   
013000*    ARCHIVE *HDR AND *TRL RECORDS ARE PASSED OVER.               
013100 FD  INQ-AUDIT-IN-FILE                                            
013200     RECORDING MODE IS F                                          
013300     RECORD CONTAINS 80 CHARACTERS.                               
013400 01  IQ-AUDIT-IN-REC.                                             
013500     05  IQ-AI-DATE              PIC 9(08).                       
013600     05  FILLER                  PIC X(01).                       
013700     05  IQ-AI-PARAGRAPH         PIC X(20).                       
013800     05  FILLER                  PIC X(01).                       
013900     05  IQ-AI-SHIFT             PIC 9(08).                       
014000     05  FILLER                  PIC X(01).                       
014100     05  IQ-AI-LENGTH            PIC 9(04).                       
014200     05  FILLER                  PIC X(01).                       
014300     05  IQ-AI-KEY-ID            PIC X(08).                       
014400     05  FILLER                  PIC X(01).                       
014500     05  IQ-AI-PROGRAM           PIC X(08).                       
014600     05  FILLER                  PIC X(01).                       
014700     05  IQ-AI-GEN-DATE          PIC 9(08).                       
014800     05  IQ-AI-STAMP             PIC X(01).                       
014900         88  IQ-AI-STAMPED                 VALUE "S".             
015000     05  IQ-AI-SEQ-NO            PIC 9(09) COMP.                  
015100     05  IQ-AI-CHECK-VALUE       PIC 9(09) COMP.                  
015200     05  FILLER                  PIC X(01).                       
015300*                                                                 
015400*    AUDIT TRAIL - ONE RECORD ADDED PER MESSAGE SHOWN. THIS IS    
015500*    THE CEASER AUDIT LAYOUT; CEASER, CEASCHG, CEASERV, CEASRPT,  
015600*    AND CEASBIL CARRY THEIR OWN COPIES - KEEP THEM ALL IN STEP.  
015700 FD  CEASER-AUDIT-FILE                                            
015800     RECORDING MODE IS F                                          
015900     RECORD CONTAINS 80 CHARACTERS.                               
016000 01  IQ-AUDIT-REC.                                                
016100     05  IQ-AUDIT-DATE           PIC 9(08).                       
016200     05  FILLER                  PIC X(01) VALUE SPACE.           
016300     05  IQ-AUDIT-PARAGRAPH      PIC X(20).                       
016400     05  FILLER                  PIC X(01) VALUE SPACE.           
016500     05  IQ-AUDIT-SHIFT          PIC 9(08).                       
016600     05  FILLER                  PIC X(01) VALUE SPACE.           
016700     05  IQ-AUDIT-LENGTH         PIC 9(04).                       
016800     05  FILLER                  PIC X(01) VALUE SPACE.           
016900     05  IQ-AUDIT-KEY-ID         PIC X(08).                       
017000     05  FILLER                  PIC X(01) VALUE SPACE.           
017100     05  IQ-AUDIT-PROGRAM        PIC X(08).                       
017200     05  FILLER                  PIC X(01) VALUE SPACE.           
017300     05  IQ-AUDIT-GEN-DATE       PIC 9(08).                       
017400     05  IQ-AUDIT-STAMP          PIC X(01).                       
017500         88  IQ-AUDIT-STAMPED              VALUE "S".             
017600     05  IQ-AUDIT-SEQ-NO         PIC 9(09) COMP.                  
017700     05  IQ-AUDIT-CHECK-VALUE    PIC 9(09) COMP.                  
017800     05  FILLER                  PIC X(01).                       
017900*                                                                 
018000*    WHERE THE AUDIT CHAIN STOOD AT THE END OF THE LAST RUN THAT  
018100*    WROTE TO THE TRAIL - READ AT START-UP, REWRITTEN AT END.     
018200 FD  CEASER-AUDIT-SEQ-FILE                                        
018300     RECORDING MODE IS F                                          
018400     RECORD CONTAINS 80 CHARACTERS.                               
018500     COPY AUDSEQ.                                                 
018600*                                                                 
018700 FD  CEASER-KEY-FILE                                              
018800     RECORD CONTAINS 128 CHARACTERS.                              
018900     COPY CIPHERKY.                                               
019000*                                                                 
019100*    RESTRICTED PRINT - CARRIES CLEARTEXT. ROUTE TO A SECURED     
019200*    OUTPUT CLASS, NEVER TO THE GENERAL SPOOL.                    
019300 FD  INQ-REPORT-FILE                                              
019400     RECORDING MODE IS F                                          
019500     RECORD CONTAINS 132 CHARACTERS.                              
019600 01  IQ-REPORT-REC               PIC X(132).                      
019700*                                                                 
019800*    FIELD MAP CARDS - WHICH COLUMNS OF A KEY-ID'S RECORDS ARE    
019900*    CIPHERED WHEN ONLY SOME OF THEM ARE.                         
020000 FD  FIELD-MAP-FILE                                               
020100     RECORDING MODE IS F                                          
020200     RECORD CONTAINS 80 CHARACTERS.                               
020300     COPY FLDMAP.                                                 
020400*                                                                 
020500 WORKING-STORAGE SECTION.                                         
020600*                                                                 
020700*    PROGRAM SWITCHES.                                            
020800 77  IQ-CARD-EOF-SWITCH           PIC X(01) VALUE "N".            
020900     88  IQ-END-OF-CARDS                    VALUE "Y".            
021000 77  IQ-INDEX-EOF-SWITCH          PIC X(01) VALUE "N".            
021100     88  IQ-END-OF-INDEX                    VALUE "Y".            
021200 77  IQ-AUDIT-EOF-SWITCH          PIC X(01) VALUE "N".            
021300     88  IQ-END-OF-AUDIT                    VALUE "Y".            
021400 77  IQ-CIPHER-EOF-SWITCH         PIC X(01) VALUE "N".            
021500     88  IQ-END-OF-CIPHER                   VALUE "Y".            
021600 77  IQ-AUDIT-OPEN-SWITCH         PIC X(01) VALUE "N".            
021700     88  IQ-AUDIT-OPEN                      VALUE "Y".            
021800 77  IQ-FOUND-SWITCH              PIC X(01) VALUE "N".            
021900     88  IQ-ENTRY-FOUND                     VALUE "Y".            
022000*                                                                 
022100*    FILE STATUS FIELDS.                                          
022200 77  IQ-OUT-FILE-STATUS           PIC X(02) VALUE SPACES.         
022300 77  IQ-MIDX-FILE-STATUS          PIC X(02) VALUE SPACES.         
022400 77  IQ-AUDI-FILE-STATUS          PIC X(02) VALUE SPACES.         
022500 77  IQ-AUD-FILE-STATUS           PIC X(02) VALUE SPACES.         
022600 77  IQ-AUDS-FILE-STATUS          PIC X(02) VALUE SPACES.         
022700 77  IQ-KEY-FILE-STATUS           PIC X(02) VALUE SPACES.         
022800*                                                                 
022900*    THE REQUESTING USER, FROM THE PARM.                          
023000 77  IQ-USER-ID                   PIC X(08) VALUE SPACES.         
023100 77  IQ-PARM-USER-LENGTH          PIC S9(4) COMP VALUE ZERO.      
023200*                                                                 
023300*    RUN DATE AND TIME.                                           
023400 77  IQ-RUN-DATE                  PIC 9(08) VALUE ZERO.           
023500 77  IQ-RUN-TIME                  PIC 9(08) VALUE ZERO.           
023600*                                                                 
023700*    THE FILE ASKED ABOUT, AND THE RANGE ON THE CARD IN HAND.     
023800 77  IQ-FEED-ID                   PIC X(08) VALUE SPACES.         
023900 77  IQ-FILE-DATE                 PIC 9(08) VALUE ZERO.           
024000 77  IQ-CARD-DATE                 PIC 9(08) VALUE ZERO.           
024100 77  IQ-FROM-NUMBER               PIC 9(09) VALUE ZERO.           
024200 77  IQ-TO-NUMBER                 PIC 9(09) VALUE ZERO.           
024300 77  IQ-NEXT-NUMBER               PIC 9(09) VALUE ZERO.           
024400 77  IQ-RANGE-SIZE                PIC 9(09) VALUE ZERO.           
024500*                                                                 
024600*    THE MESSAGES ASKED FOR, IN ASCENDING MESSAGE NUMBER ORDER    
024700*    WITHOUT DUPLICATES, SO EACH INPUT FILE IS READ ONCE WITH A   
024800*    WALKING POINTER. THE SLOT AFTER THE LAST ENTRY HOLDS A HIGH  
024900*    SENTINEL, SO A SCAN CAN ALWAYS LOOK ONE PAST THE END. THE    
025000*    STATUS MOVES ALONG AS EACH FILE CONFIRMS THE MESSAGE, OR     
025100*    STOPS WITH THE REASON IT CANNOT BE SHOWN.                    
025200 77  IQ-MAX-ENTRIES               PIC 9(04) COMP VALUE 200.       
025300 77  IQ-ENTRY-COUNT               PIC 9(04) COMP VALUE ZERO.      
025400 77  IQ-EX                        PIC S9(4) COMP VALUE ZERO.      
025500 77  IQ-EY                        PIC S9(4) COMP VALUE ZERO.      
025600 77  IQ-IX                        PIC S9(4) COMP VALUE 1.         
025700 77  IQ-AX                        PIC S9(4) COMP VALUE ZERO.      
025800 77  IQ-CX                        PIC S9(4) COMP VALUE ZERO.      
025900 01  IQ-ENTRY-TABLE.                                              
026000     05  IQ-ENTRY                OCCURS 201 TIMES.                
026100         10  IQ-E-NUMBER         PIC 9(09).                       
026200         10  IQ-E-STATUS         PIC X(01).                       
026300             88  IQ-E-PENDING              VALUE " ".             
026400             88  IQ-E-INDEXED              VALUE "I".             
026500             88  IQ-E-AUDITED              VALUE "A".             
026600             88  IQ-E-READY                VALUE "K".             
026700             88  IQ-E-SHOWN                VALUE "D" "M".         
026800             88  IQ-E-VERIFIED             VALUE "D".             
026900             88  IQ-E-MISMATCHED           VALUE "M".             
027000             88  IQ-E-NOT-INDEXED          VALUE "N".             
027100             88  IQ-E-NOT-AUDITED          VALUE "U".             
027200             88  IQ-E-GEN-REFUSED          VALUE "G".             
027300             88  IQ-E-NOT-ON-FILE          VALUE "L".             
027400         10  IQ-E-LENGTH         PIC 9(04).                       
027500         10  IQ-E-CHECK          PIC 9(09).                       
027600         10  IQ-E-KEY-ID         PIC X(08).                       
027700         10  IQ-E-GEN-DATE       PIC 9(08).                       
027800         10  IQ-E-SEQ-NO         PIC 9(09).                       
027900         10  IQ-E-SHIFT          PIC 9(08).                       
028000         10  IQ-E-DIGIT          PIC X(01).                       
028100         10  IQ-E-COMPROMISED    PIC X(01).                       
028200         10  IQ-E-REASON         PIC X(60).                       
028300*                                                                 
028400*    INDEX, AUDIT, AND CEASOUT PASS FIELDS.                       
028500 77  IQ-LAST-IDX-NUMBER           PIC 9(09) VALUE ZERO.           
028600 77  IQ-CIPHER-LENGTH             PIC 9(04) COMP VALUE ZERO.      
028700 77  IQ-DATA-NUMBER               PIC 9(09) VALUE ZERO.           
028800 77  IQ-EDIT-NUMBER               PIC Z(8)9.                      
028900 77  IQ-EDIT-LENGTH               PIC ZZZ9.                       
029000*                                                                 
029100*    CIPHER WORKING FIELDS - THE SAME TRANSLATE TABLES CEASER     
029200*    BUILDS, REBUILT ONLY WHEN THE SHIFT OR DIGIT OPTION CHANGES. 
029300 77  IQ-CLEAR-TEXT                PIC X(2000) VALUE SPACES.       
029400 77  IQ-TRANS-FROM                PIC X(62)  VALUE                
029500     "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz01234567
029600-    "89".                                                        
029700 77  IQ-TRANS-TO-D                PIC X(62)  VALUE SPACES.        
029800 77  IQ-SHIFT                     PIC 9(08) VALUE ZERO.           
029900 77  IQ-DIGIT-SWITCH              PIC X(01) VALUE "N".            
030000     88  IQ-DIGITS-ON                       VALUE "Y".            
030100 77  IQ-TABLE-SHIFT               PIC 9(08) VALUE 99999999.       
030200 77  IQ-TABLE-DIGIT               PIC X(01) VALUE SPACE.          
030300 77  IQ-TI                        PIC 9(04) COMP VALUE 1.         
030400 77  IQ-TVAL                      PIC 9(08) VALUE ZERO.           
030500 77  IQ-ASCIIV                    PIC 9(08) VALUE ZERO.           
030600 77  IQ-DIGIT-QUOT                PIC 9(08) VALUE ZERO.           
030700 77  IQ-DIGIT-REM                 PIC 9(08) VALUE ZERO.           
030800 77  IQ-HI                        PIC 9(04) COMP VALUE 1.         
030900 77  IQ-CHECK-VALUE               PIC 9(09) VALUE ZERO.           
031000 77  IQ-POS                       PIC 9(04) COMP VALUE 1.         
031100 77  IQ-CHUNK                     PIC 9(04) COMP VALUE ZERO.      
031200*                                                                 
031300*    AUDIT CHAIN FIELDS - SEE 3950.                               
031400 77  IQ-AUD-SEQ-NO                PIC 9(09) COMP VALUE ZERO.      
031500 77  IQ-AUD-CHECK-VALUE           PIC 9(09) COMP VALUE ZERO.      
031600 77  IQ-AUD-BYTE-SUM              PIC 9(09) COMP VALUE ZERO.      
031700 77  IQ-AUD-CHECK-WORK            PIC 9(12) COMP VALUE ZERO.      
031800 77  IQ-AUD-CHECK-QUOT            PIC 9(12) COMP VALUE ZERO.      
031900 77  IQ-AUD-BI                    PIC 9(04) COMP VALUE 1.         
032000 01  IQ-ORD-PAIR.                                                 
032100     05  FILLER                  PIC X(01) VALUE LOW-VALUE.       
032200     05  IQ-ORD-CHAR             PIC X(01).                       
032300 01  IQ-ORD-VALUE REDEFINES IQ-ORD-PAIR                           
032400                                 PIC 9(04) COMP.                  
032500*                                                                 
032600*    COUNTERS.                                                    
032700 77  IQ-CARDS-READ                PIC 9(07) COMP VALUE ZERO.      
032800 77  IQ-INDEX-READ                PIC 9(09) COMP VALUE ZERO.      
032900 77  IQ-AUDIT-READ                PIC 9(09) COMP VALUE ZERO.      
033000 77  IQ-CIPHER-READ               PIC 9(09) COMP VALUE ZERO.      
033100 77  IQ-SHOWN-COUNT               PIC 9(07) COMP VALUE ZERO.      
033200 77  IQ-VERIFIED-COUNT            PIC 9(07) COMP VALUE ZERO.      
033300 77  IQ-MISMATCH-COUNT            PIC 9(07) COMP VALUE ZERO.      
033400 77  IQ-NOT-INDEXED-COUNT         PIC 9(07) COMP VALUE ZERO.      
033500 77  IQ-NOT-AUDITED-COUNT         PIC 9(07) COMP VALUE ZERO.      
033600 77  IQ-GEN-REFUSED-COUNT         PIC 9(07) COMP VALUE ZERO.      
033700 77  IQ-NOT-ON-FILE-COUNT         PIC 9(07) COMP VALUE ZERO.      
033800 77  IQ-NOT-SHOWN-COUNT           PIC 9(07) COMP VALUE ZERO.      
033900 77  IQ-AUD-REC-COUNT             PIC 9(07) COMP VALUE ZERO.      
034000*                                                                 
034100*    PAGE CONTROL FIELDS. THE LINE COUNT STARTS PAST THE PAGE     
034200*    LIMIT SO THE FIRST PRINTED LINE FORCES THE FIRST PAGE        
034300*    HEADING.                                                     
034400 77  IQ-LINE-COUNT                PIC 9(03) COMP VALUE 99.        
034500 77  IQ-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.      
034600 77  IQ-LINES-PER-PAGE            PIC 9(03) VALUE 55.             
034700*                                                                 
034800*    DATE FORMATTING WORK FIELDS.                                 
034900 77  IQ-DATE-IN                   PIC 9(08) VALUE ZERO.           
035000 01  IQ-DATE-EDITED.                                              
035100     05  IQ-DATE-ED-YYYY         PIC X(04).                       
035200     05  FILLER                  PIC X(01) VALUE "/".             
035300     05  IQ-DATE-ED-MM           PIC X(02).                       
035400     05  FILLER                  PIC X(01) VALUE "/".             
035500     05  IQ-DATE-ED-DD           PIC X(02).                       
035600*                                                                 
035700*    REPORT LINE LAYOUTS.                                         
035800 01  IQ-PRINT-LINE                PIC X(132) VALUE SPACES.        
035900*                                                                 
036000 01  IQ-HEADING-1.                                                
036100     05  FILLER                  PIC X(08) VALUE "CEASINQ ".      
036200     05  FILLER                  PIC X(30) VALUE SPACES.          
036300     05  FILLER                  PIC X(41) VALUE                  
036400         "MESSAGE INQUIRY - RESTRICTED".                          
036500     05  FILLER                  PIC X(35) VALUE SPACES.          
036600     05  FILLER                  PIC X(05) VALUE "PAGE ".         
036700     05  IQ-HEAD-PAGE            PIC ZZZ9.                        
036800     05  FILLER                  PIC X(09) VALUE SPACES.          
036900*                                                                 
037000 01  IQ-HEADING-2.                                                
037100     05  FILLER                  PIC X(09) VALUE "RUN DATE ".     
037200     05  IQ-HEAD-RUN-DATE        PIC X(10).                       
037300     05  FILLER                  PIC X(03) VALUE SPACES.          
037400     05  FILLER                  PIC X(13) VALUE "REQUESTED BY ". 
037500     05  IQ-HEAD-USER-ID         PIC X(08).                       
037600     05  FILLER                  PIC X(89) VALUE SPACES.          
037700*                                                                 
037800 01  IQ-SECTION-LINE.                                             
037900     05  IQ-SECTION-TITLE        PIC X(60).                       
038000     05  FILLER                  PIC X(72) VALUE SPACES.          
038100*                                                                 
038200 01  IQ-TEXT-LINE.                                                
038300     05  FILLER                  PIC X(05) VALUE SPACES.          
038400     05  IQ-TEXT                 PIC X(120).                      
038500     05  FILLER                  PIC X(07) VALUE SPACES.          
038600*                                                                 
038700 01  IQ-PARM-LINE.                                                
038800     05  FILLER                  PIC X(05) VALUE SPACES.          
038900     05  IQ-PARM-LABEL           PIC X(44).                       
039000     05  IQ-PARM-VALUE           PIC X(20).                       
039100     05  FILLER                  PIC X(63) VALUE SPACES.          
039200*                                                                 
039300 01  IQ-MESSAGE-LINE.                                             
039400     05  FILLER                  PIC X(01) VALUE SPACE.           
039500     05  FILLER                  PIC X(08) VALUE "MESSAGE ".      
039600     05  IQ-ML-NUMBER            PIC Z(8)9.                       
039700     05  FILLER                  PIC X(09) VALUE "  LENGTH ".     
039800     05  IQ-ML-LENGTH            PIC ZZZ9.                        
039900     05  FILLER                  PIC X(09) VALUE "  KEY-ID ".     
040000     05  IQ-ML-KEY-ID            PIC X(08).                       
040100     05  FILLER                  PIC X(13) VALUE "  GENERATION ". 
040200     05  IQ-ML-GEN-DATE          PIC X(10).                       
040300     05  FILLER                  PIC X(12) VALUE "  AUDIT SEQ ".  
040400     05  IQ-ML-SEQ-NO            PIC Z(8)9.                       
040500     05  FILLER                  PIC X(02) VALUE SPACES.          
040600     05  IQ-ML-RESULT            PIC X(30).                       
040700     05  FILLER                  PIC X(08) VALUE SPACES.          
040800*                                                                 
040900 01  IQ-CLEAR-LINE.                                               
041000     05  FILLER                  PIC X(05) VALUE SPACES.          
041100     05  IQ-CL-POS               PIC ZZZ9.                        
041200     05  FILLER                  PIC X(02) VALUE SPACES.          
041300     05  IQ-CL-TEXT              PIC X(100).                      
041400     05  FILLER                  PIC X(21) VALUE SPACES.          
041500*                                                                 
041600 01  IQ-MISS-LINE.                                                
041700     05  FILLER                  PIC X(01) VALUE SPACE.           
041800     05  FILLER                  PIC X(08) VALUE "MESSAGE ".      
041900     05  IQ-MS-NUMBER            PIC Z(8)9.                       
042000     05  FILLER                  PIC X(02) VALUE SPACES.          
042100     05  IQ-MS-REASON            PIC X(60).                       
042200     05  FILLER                  PIC X(52) VALUE SPACES.          
042300*                                                                 
042400 01  IQ-COUNT-LINE.                                               
042500     05  FILLER                  PIC X(05) VALUE SPACES.          
042600     05  IQ-COUNT-LABEL          PIC X(44).                       
042700     05  IQ-COUNT-VALUE          PIC ZZZ,ZZZ,ZZ9.                 
042800     05  FILLER                  PIC X(72) VALUE SPACES.          
042900*                                                                 
043000*    FIELD MAP (COPYBOOK FLDMAP) - LOADED ONCE FROM CEASFMAP. A   
043100*    KEY-ID WITH NO MAP IS CIPHERED WHOLE. THE MAP CHOSEN FOR A   
043200*    MESSAGE RANKS 1 FOR THE KEY-ID'S OWN TYPED MAP, 2 FOR ITS    
043300*    UNTYPED ONE, 3 FOR AN ANY-KEY TYPED ONE. IQ-FMAP-KEY-ID IS   
043400*    THE KEY-ID THE MESSAGE IN HAND IS CIPHERED UNDER.            
043500 77  IQ-FMAP-FILE-STATUS         PIC X(02) VALUE SPACES.          
043600 77  IQ-FMAP-EOF-SWITCH          PIC X(01) VALUE "N".             
043700     88  IQ-FMAP-EOF                        VALUE "Y".            
043800 77  IQ-FMAP-CARD-NUMBER         PIC 9(06) VALUE ZERO.            
043900 77  IQ-FMAP-REASON              PIC X(44) VALUE SPACES.          
044000 77  IQ-FMAP-MAX-MAPS            PIC 9(04) COMP VALUE 100.        
044100 77  IQ-FMAP-MAX-RANGES          PIC 9(04) COMP VALUE 20.         
044200 77  IQ-FMAP-COUNT               PIC 9(04) COMP VALUE ZERO.       
044300 77  IQ-FMAP-FI                  PIC 9(04) COMP VALUE ZERO.       
044400 77  IQ-FMAP-RI                  PIC 9(04) COMP VALUE ZERO.       
044500 77  IQ-FMAP-HIT                 PIC 9(04) COMP VALUE ZERO.       
044600 77  IQ-FMAP-RANK                PIC 9(01) VALUE ZERO.            
044700 77  IQ-FMAP-POS                 PIC 9(04) COMP VALUE ZERO.       
044800 77  IQ-FMAP-SPAN                PIC 9(04) COMP VALUE ZERO.       
044900 77  IQ-FMAP-END                 PIC 9(04) COMP VALUE ZERO.       
045000 77  IQ-FMAP-KEY-ID              PIC X(08) VALUE SPACES.          
045100 77  IQ-FMAP-MSG-COUNT           PIC 9(08) VALUE ZERO.            
045200 77  IQ-FIELD-HOLD               PIC X(2000) VALUE SPACES.        
045300 01  IQ-FIELD-MAP-TABLE.                                          
045400     05  IQ-FMAP-ENTRY           OCCURS 100 TIMES.                
045500         10  IQ-FE-KEY-ID        PIC X(08).                       
045600         10  IQ-FE-TYPE          PIC X(08).                       
045700         10  IQ-FE-TYPE-START    PIC 9(04) COMP.                  
045800         10  IQ-FE-TYPE-LENGTH   PIC 9(04) COMP.                  
045900         10  IQ-FE-RANGE-COUNT   PIC 9(04) COMP.                  
046000         10  IQ-FE-RANGE         OCCURS 20 TIMES.                 
046100             15  IQ-FE-FROM      PIC 9(04) COMP.                  
046200             15  IQ-FE-LENGTH    PIC 9(04) COMP.                  
046300*                                                                 
046400 LINKAGE SECTION.                                                 
046500 01  LK-PARM-AREA.                                                
046600     05  LK-PARM-LENGTH           PIC S9(4) COMP.                 
046700     05  LK-PARM-DATA             PIC X(08).                      
046800*                                                                 
046900 PROCEDURE DIVISION USING LK-PARM-AREA.                           
047000***************************************************************** 
047100* 0000-MAINLINE - PROGRAM ENTRY POINT.                           *
047200***************************************************************** 
047300 0000-MAINLINE.                                                   
047400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
047500     PERFORM 2000-READ-MESSAGE-INDEX THRU 2000-EXIT.              
047600     PERFORM 2100-READ-AUDIT-TRAIL THRU 2100-EXIT.                
047700     PERFORM 2200-CHECK-GENERATIONS THRU 2200-EXIT.               
047800     PERFORM 3000-SHOW-MESSAGES THRU 3000-EXIT.                   
047900     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.                    
048000     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
048100     STOP RUN.                                                    
048200*                                                                 
048300***************************************************************** 
048400* 1000-INITIALIZE - TAKE THE USER ID FROM THE PARM, LOAD THE     *
048500* CONTROL CARDS, AND CHECK THAT CEASOUT IS THE FILE THEY NAME    *
048600* BEFORE ANYTHING IS READ OR WRITTEN. NO CLEARTEXT IS SHOWN      *
048700* WITHOUT A USER ID BEHIND IT, SO A MISSING PARM ENDS THE RUN.   *
048800***************************************************************** 
048900 1000-INITIALIZE.                                                 
049000     IF LK-PARM-LENGTH > ZERO                                     
049100         MOVE LK-PARM-LENGTH TO IQ-PARM-USER-LENGTH               
049200         IF IQ-PARM-USER-LENGTH > 8                               
049300             MOVE 8 TO IQ-PARM-USER-LENGTH                        
049400         END-IF                                                   
049500         MOVE LK-PARM-DATA(1:IQ-PARM-USER-LENGTH) TO IQ-USER-ID   
049600     END-IF.                                                      
049700     IF IQ-USER-ID = SPACES                                       
049800         DISPLAY "CEASINQ0001 - NO USER ID - RUN WITH "           
049900             "PARM='USERID'"                                      
050000         MOVE 16 TO RETURN-CODE                                   
050100         GO TO 9900-ABEND-ROUTINE                                 
050200     END-IF.                                                      
050300     ACCEPT IQ-RUN-DATE FROM DATE YYYYMMDD.                       
050400     OPEN INPUT INQ-CONTROL-FILE.                                 
050500     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT                    
050600         UNTIL IQ-END-OF-CARDS.                                   
050700     CLOSE INQ-CONTROL-FILE.                                      
050800     IF IQ-ENTRY-COUNT = ZERO                                     
050900         DISPLAY "CEASINQ0002 - NO MESSAGE REQUESTED ON SYSIN"    
051000         MOVE 16 TO RETURN-CODE                                   
051100         GO TO 9900-ABEND-ROUTINE                                 
051200     END-IF.                                                      
051300     MOVE 999999999 TO IQ-E-NUMBER(IQ-ENTRY-COUNT + 1).           
051400     MOVE 999999999 TO IQ-E-SEQ-NO(IQ-ENTRY-COUNT + 1).           
051500     PERFORM 1400-CHECK-CIPHER-HEADER THRU 1400-EXIT.             
051600     PERFORM 1800-LOAD-FIELD-MAP THRU 1800-EXIT.                  
051700     PERFORM 1700-LOAD-AUDIT-SEQUENCE THRU 1700-EXIT.             
051800     OPEN EXTEND CEASER-AUDIT-FILE.                               
051900     IF IQ-AUD-FILE-STATUS NOT = "00"                             
052000         DISPLAY "CEASINQ0009 - CEASAUD OPEN FAILED, STATUS "     
052100             IQ-AUD-FILE-STATUS                                   
052200         MOVE 19 TO RETURN-CODE                                   
052300         GO TO 9900-ABEND-ROUTINE                                 
052400     END-IF.                                                      
052500     SET IQ-AUDIT-OPEN TO TRUE.                                   
052600     OPEN OUTPUT INQ-REPORT-FILE.                                 
052700     MOVE IQ-RUN-DATE TO IQ-DATE-IN.                              
052800     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
052900     MOVE IQ-DATE-EDITED TO IQ-HEAD-RUN-DATE.                     
053000     MOVE IQ-USER-ID TO IQ-HEAD-USER-ID.                          
053100     MOVE "INQUIRY" TO IQ-SECTION-TITLE.                          
053200     MOVE IQ-SECTION-LINE TO IQ-PRINT-LINE.                       
053300     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
053400     MOVE "FEED ID" TO IQ-PARM-LABEL.                             
053500     MOVE IQ-FEED-ID TO IQ-PARM-VALUE.                            
053600     PERFORM 1500-PRINT-PARM-LINE THRU 1500-EXIT.                 
053700     MOVE "FILE DATE (CEASOUT *HDR)" TO IQ-PARM-LABEL.            
053800     MOVE IQ-FILE-DATE TO IQ-DATE-IN.                             
053900     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
054000     MOVE IQ-DATE-EDITED TO IQ-PARM-VALUE.                        
054100     PERFORM 1500-PRINT-PARM-LINE THRU 1500-EXIT.                 
054200     MOVE "MESSAGES REQUESTED" TO IQ-PARM-LABEL.                  
054300     MOVE IQ-ENTRY-COUNT TO IQ-EDIT-NUMBER.                       
054400     MOVE IQ-EDIT-NUMBER TO IQ-PARM-VALUE.                        
054500     PERFORM 1500-PRINT-PARM-LINE THRU 1500-EXIT.                 
054600 1000-EXIT.                                                       
054700     EXIT.                                                        
054800*                                                                 
054900***************************************************************** 
055000* 1100-LOAD-ONE-CARD - EDIT ONE CONTROL CARD AND ADD ITS MESSAGE *
055100* NUMBERS TO THE TABLE. EVERY CARD MUST NAME THE SAME FILE, AND  *
055200* A BAD CARD ENDS THE RUN WITH RETURN CODE 16 BEFORE ANY MESSAGE *
055300* IS SHOWN.                                                      *
055400***************************************************************** 
055500 1100-LOAD-ONE-CARD.                                              
055600     READ INQ-CONTROL-FILE                                        
055700         AT END                                                   
055800             SET IQ-END-OF-CARDS TO TRUE                          
055900             GO TO 1100-EXIT                                      
056000     END-READ.                                                    
056100     IF IQ-CONTROL-REC = SPACES                                   
056200         GO TO 1100-EXIT                                          
056300     END-IF.                                                      
056400     ADD 1 TO IQ-CARDS-READ.                                      
056500     IF IQ-CONTROL-FEED-ID = SPACES                               
056600         DISPLAY "CEASINQ0002 - CARD " IQ-CARDS-READ              
056700             " HAS NO FEED ID"                                    
056800         MOVE 16 TO RETURN-CODE                                   
056900         GO TO 9900-ABEND-ROUTINE                                 
057000     END-IF.                                                      
057100     IF IQ-CONTROL-FILE-DATE NOT NUMERIC                          
057200         DISPLAY "CEASINQ0002 - CARD " IQ-CARDS-READ              
057300             " FILE DATE " IQ-CONTROL-FILE-DATE                   
057400             " IS NOT A VALID YYYYMMDD"                           
057500         MOVE 16 TO RETURN-CODE                                   
057600         GO TO 9900-ABEND-ROUTINE                                 
057700     END-IF.                                                      
057800     MOVE IQ-CONTROL-FILE-DATE TO IQ-CARD-DATE.                   
057900     IF FUNCTION INTEGER-OF-DATE(IQ-CARD-DATE) = ZERO             
058000         DISPLAY "CEASINQ0002 - CARD " IQ-CARDS-READ              
058100             " FILE DATE " IQ-CONTROL-FILE-DATE                   
058200             " IS NOT A VALID YYYYMMDD"                           
058300         MOVE 16 TO RETURN-CODE                                   
058400         GO TO 9900-ABEND-ROUTINE                                 
058500     END-IF.                                                      
058600     IF IQ-CARDS-READ = 1                                         
058700         MOVE IQ-CONTROL-FEED-ID TO IQ-FEED-ID                    
058800         MOVE IQ-CARD-DATE TO IQ-FILE-DATE                        
058900     END-IF.                                                      
059000     IF IQ-CONTROL-FEED-ID NOT = IQ-FEED-ID                       
059100             OR IQ-CARD-DATE NOT = IQ-FILE-DATE                   
059200         DISPLAY "CEASINQ0002 - CARD " IQ-CARDS-READ              
059300             " NAMES A DIFFERENT FILE - ONE FEED ID AND FILE "    
059400             "DATE PER RUN"                                       
059500         MOVE 16 TO RETURN-CODE                                   
059600         GO TO 9900-ABEND-ROUTINE                                 
059700     END-IF.                                                      
059800     IF IQ-CONTROL-FROM NOT NUMERIC                               
059900         DISPLAY "CEASINQ0002 - CARD " IQ-CARDS-READ              
060000             " MESSAGE NUMBER " IQ-CONTROL-FROM                   
060100             " IS NOT NINE DIGITS"                                
060200         MOVE 16 TO RETURN-CODE                                   
060300         GO TO 9900-ABEND-ROUTINE                                 
060400     END-IF.                                                      
060500     MOVE IQ-CONTROL-FROM TO IQ-FROM-NUMBER.                      
060600     IF IQ-CONTROL-TO = SPACES                                    
060700         MOVE IQ-FROM-NUMBER TO IQ-TO-NUMBER                      
060800     ELSE                                                         
060900         IF IQ-CONTROL-TO NOT NUMERIC                             
061000             DISPLAY "CEASINQ0002 - CARD " IQ-CARDS-READ          
061100                 " LAST MESSAGE NUMBER " IQ-CONTROL-TO            
061200                 " IS NOT NINE DIGITS"                            
061300             MOVE 16 TO RETURN-CODE                               
061400             GO TO 9900-ABEND-ROUTINE                             
061500         END-IF                                                   
061600         MOVE IQ-CONTROL-TO TO IQ-TO-NUMBER                       
061700     END-IF.                                                      
061800     IF IQ-FROM-NUMBER = ZERO OR IQ-TO-NUMBER < IQ-FROM-NUMBER    
061900         DISPLAY "CEASINQ0002 - CARD " IQ-CARDS-READ              
062000             " MESSAGE RANGE " IQ-CONTROL-FROM " TO "             
062100             IQ-CONTROL-TO " IS NOT VALID"                        
062200         MOVE 16 TO RETURN-CODE                                   
062300         GO TO 9900-ABEND-ROUTINE                                 
062400     END-IF.                                                      
062500     COMPUTE IQ-RANGE-SIZE = IQ-TO-NUMBER - IQ-FROM-NUMBER + 1.   
062600     IF IQ-RANGE-SIZE > IQ-MAX-ENTRIES                            
062700         PERFORM 1390-TOO-MANY-MESSAGES THRU 1390-EXIT            
062800     END-IF.                                                      
062900     PERFORM 1300-ADD-ONE-NUMBER THRU 1300-EXIT                   
063000         VARYING IQ-NEXT-NUMBER FROM IQ-FROM-NUMBER BY 1          
063100         UNTIL IQ-NEXT-NUMBER > IQ-TO-NUMBER.                     
063200 1100-EXIT.                                                       
063300     EXIT.                                                        
063400*                                                                 
063500***************************************************************** 
063600* 1300-ADD-ONE-NUMBER - INSERT ONE MESSAGE NUMBER IN ITS PLACE   *
063700* IN THE TABLE. A NUMBER ALREADY ASKED FOR IS NOT ADDED TWICE.   *
063800***************************************************************** 
063900 1300-ADD-ONE-NUMBER.                                             
064000     PERFORM 1310-PASS-ONE-ENTRY THRU 1310-EXIT                   
064100         VARYING IQ-EX FROM 1 BY 1                                
064200         UNTIL IQ-EX > IQ-ENTRY-COUNT                             
064300             OR IQ-E-NUMBER(IQ-EX) NOT < IQ-NEXT-NUMBER.          
064400     IF IQ-EX NOT > IQ-ENTRY-COUNT                                
064500             AND IQ-E-NUMBER(IQ-EX) = IQ-NEXT-NUMBER              
064600         GO TO 1300-EXIT                                          
064700     END-IF.                                                      
064800     IF IQ-ENTRY-COUNT NOT < IQ-MAX-ENTRIES                       
064900         PERFORM 1390-TOO-MANY-MESSAGES THRU 1390-EXIT            
065000     END-IF.                                                      
065100     PERFORM 1320-MOVE-ONE-ENTRY-UP THRU 1320-EXIT                
065200         VARYING IQ-EY FROM IQ-ENTRY-COUNT BY -1                  
065300         UNTIL IQ-EY < IQ-EX.                                     
065400     MOVE SPACES TO IQ-ENTRY(IQ-EX).                              
065500     MOVE IQ-NEXT-NUMBER TO IQ-E-NUMBER(IQ-EX).                   
065600     MOVE ZERO TO IQ-E-LENGTH(IQ-EX).                             
065700     MOVE ZERO TO IQ-E-CHECK(IQ-EX).                              
065800     MOVE ZERO TO IQ-E-GEN-DATE(IQ-EX).                           
065900     MOVE ZERO TO IQ-E-SEQ-NO(IQ-EX).                             
066000     MOVE ZERO TO IQ-E-SHIFT(IQ-EX).                              
066100     ADD 1 TO IQ-ENTRY-COUNT.                                     
066200 1300-EXIT.                                                       
066300     EXIT.                                                        
066400*                                                                 
066500 1310-PASS-ONE-ENTRY.                                             
066600     CONTINUE.                                                    
066700 1310-EXIT.                                                       
066800     EXIT.                                                        
066900*                                                                 
067000 1320-MOVE-ONE-ENTRY-UP.                                          
067100     MOVE IQ-ENTRY(IQ-EY) TO IQ-ENTRY(IQ-EY + 1).                 
067200 1320-EXIT.                                                       
067300     EXIT.                                                        
067400*                                                                 
067500 1390-TOO-MANY-MESSAGES.                                          
067600     DISPLAY "CEASINQ0002 - MORE THAN " IQ-MAX-ENTRIES            
067700         " MESSAGES REQUESTED - SPLIT THE INQUIRY"                
067800     MOVE 16 TO RETURN-CODE.                                      
067900     GO TO 9900-ABEND-ROUTINE.                                    
068000 1390-EXIT.                                                       
068100     EXIT.                                                        
068200*                                                                 
068300***************************************************************** 
068400* 1400-CHECK-CIPHER-HEADER - CEASOUT MUST LEAD WITH A *HDR FOR   *
068500* THE FEED ID AND FILE DATE ON THE CARDS. A LOOKUP AGAINST THE   *
068600* WRONG GENERATION OF THE DATASET WOULD DECRYPT SOME OTHER DAY'S *
068700* MESSAGE UNDER THIS DAY'S NUMBER, SO A MISMATCH ENDS THE RUN.   *
068800* THE FILE STAYS OPEN FOR 3000.                                  *
068900***************************************************************** 
069000 1400-CHECK-CIPHER-HEADER.                                        
069100     OPEN INPUT INQ-CIPHER-FILE.                                  
069200     IF IQ-OUT-FILE-STATUS NOT = "00"                             
069300         DISPLAY "CEASINQ0003 - CEASOUT OPEN FAILED, STATUS "     
069400             IQ-OUT-FILE-STATUS                                   
069500         MOVE 19 TO RETURN-CODE                                   
069600         GO TO 9900-ABEND-ROUTINE                                 
069700     END-IF.                                                      
069800     READ INQ-CIPHER-FILE                                         
069900         AT END                                                   
070000             MOVE SPACES TO IQ-CIPHER-REC                         
070100     END-READ.                                                    
070200     IF IQ-CIPHER-REC(1:5) NOT = "*HDR "                          
070300         DISPLAY "CEASINQ0004 - CEASOUT DOES NOT LEAD WITH A "    
070400             "*HDR CONTROL HEADER"                                
070500         MOVE 16 TO RETURN-CODE                                   
070600         GO TO 9900-ABEND-ROUTINE                                 
070700     END-IF.                                                      
070800     IF IQ-CIPHER-REC(6:8) NOT = IQ-FEED-ID                       
070900             OR IQ-CIPHER-REC(15:8) NOT = IQ-FILE-DATE            
071000         DISPLAY "CEASINQ0004 - CEASOUT IS FEED "                 
071100             IQ-CIPHER-REC(6:8) " OF " IQ-CIPHER-REC(15:8)        
071200             ", NOT FEED " IQ-FEED-ID " OF " IQ-FILE-DATE         
071300         MOVE 16 TO RETURN-CODE                                   
071400         GO TO 9900-ABEND-ROUTINE                                 
071500     END-IF.                                                      
071600 1400-EXIT.                                                       
071700     EXIT.                                                        
071800*                                                                 
071900 1500-PRINT-PARM-LINE.                                            
072000     MOVE IQ-PARM-LINE TO IQ-PRINT-LINE.                          
072100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
072200 1500-EXIT.                                                       
072300     EXIT.                                                        
072400*                                                                 
072500***************************************************************** 
072600* 1700-LOAD-AUDIT-SEQUENCE - PICK UP WHERE THE AUDIT CHAIN       *
072700* STANDS, SO THE RECORDS THIS RUN ADDS CHAIN ON FROM THE LAST    *
072800* ONE WRITTEN.                                                   *
072900***************************************************************** 
073000 1700-LOAD-AUDIT-SEQUENCE.                                        
073100     OPEN INPUT CEASER-AUDIT-SEQ-FILE.                            
073200     IF IQ-AUDS-FILE-STATUS NOT = "00"                            
073300         DISPLAY "CEASINQ0008 - CEASAUDS OPEN FAILED, STATUS "    
073400             IQ-AUDS-FILE-STATUS                                  
073500         MOVE 19 TO RETURN-CODE                                   
073600         GO TO 9900-ABEND-ROUTINE                                 
073700     END-IF.                                                      
073800     READ CEASER-AUDIT-SEQ-FILE                                   
073900         AT END                                                   
074000             MOVE ZERO TO AQ-LAST-SEQ-NO                          
074100             MOVE ZERO TO AQ-LAST-CHECK-VALUE                     
074200     END-READ.                                                    
074300     MOVE AQ-LAST-SEQ-NO TO IQ-AUD-SEQ-NO.                        
074400     MOVE AQ-LAST-CHECK-VALUE TO IQ-AUD-CHECK-VALUE.              
074500     CLOSE CEASER-AUDIT-SEQ-FILE.                                 
074600 1700-EXIT.                                                       
074700     EXIT.                                                        
074800*                                                                 
074900***************************************************************** 
075000* 1750-SAVE-AUDIT-SEQUENCE - RECORD WHERE THE AUDIT CHAIN NOW    *
075100* ENDS, FOR THE NEXT RUN TO CONTINUE FROM AND FOR CEASAVF TO     *
075200* CHECK THE END OF THE TRAIL AGAINST.                            *
075300***************************************************************** 
075400 1750-SAVE-AUDIT-SEQUENCE.                                        
075500     ACCEPT IQ-RUN-TIME FROM TIME.                                
075600     MOVE SPACES TO AUDIT-SEQUENCE-CONTROL-REC.                   
075700     MOVE IQ-AUD-SEQ-NO TO AQ-LAST-SEQ-NO.                        
075800     MOVE IQ-AUD-CHECK-VALUE TO AQ-LAST-CHECK-VALUE.              
075900     MOVE "CEASINQ" TO AQ-LAST-PROGRAM.                           
076000     MOVE IQ-RUN-DATE TO AQ-LAST-DATE.                            
076100     MOVE IQ-RUN-TIME(1:6) TO AQ-LAST-TIME.                       
076200     OPEN OUTPUT CEASER-AUDIT-SEQ-FILE.                           
076300     WRITE AUDIT-SEQUENCE-CONTROL-REC.                            
076400     CLOSE CEASER-AUDIT-SEQ-FILE.                                 
076500 1750-EXIT.                                                       
076600     EXIT.                                                        
076700*                                                                 
076800***************************************************************** 
076900* 1800-LOAD-FIELD-MAP - LOAD THE FIELD MAP CARDS (CEASFMAP)      *
077000* INTO THE MAP TABLE, CHECKING EACH ONE. A BAD CARD STOPS THE    *
077100* RUN BEFORE ANY RECORD IS TOUCHED - A WRONG MAP COULD SHIP A    *
077200* SENSITIVE COLUMN IN CLEAR. AN EMPTY FILE MEANS NO PARTNER IS   *
077300* ON FIELD-LEVEL CIPHERING, AND EVERY RECORD IS CIPHERED WHOLE.  *
077400***************************************************************** 
077500 1800-LOAD-FIELD-MAP.                                             
077600     OPEN INPUT FIELD-MAP-FILE.                                   
077700     IF IQ-FMAP-FILE-STATUS NOT = "00"                            
077800         DISPLAY "CEASINQ0013 - CEASFMAP OPEN FAILED, STATUS "    
077900             IQ-FMAP-FILE-STATUS                                  
078000         MOVE 19 TO RETURN-CODE                                   
078100         GO TO 9900-ABEND-ROUTINE                                 
078200     END-IF.                                                      
078300     PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT.             
078400     PERFORM 1820-ADD-FIELD-MAP-CARD THRU 1820-EXIT               
078500         UNTIL IQ-FMAP-EOF.                                       
078600     CLOSE FIELD-MAP-FILE.                                        
078700     IF IQ-FMAP-COUNT > ZERO                                      
078800         DISPLAY "CEASINQ - FIELD MAPS LOADED FROM CEASFMAP "     
078900             IQ-FMAP-COUNT                                        
079000     END-IF.                                                      
079100 1800-EXIT.                                                       
079200     EXIT.                                                        
079300*                                                                 
079400 1810-READ-FIELD-MAP-CARD.                                        
079500     READ FIELD-MAP-FILE                                          
079600         AT END                                                   
079700             SET IQ-FMAP-EOF TO TRUE                              
079800         NOT AT END                                               
079900             ADD 1 TO IQ-FMAP-CARD-NUMBER                         
080000     END-READ.                                                    
080100 1810-EXIT.                                                       
080200     EXIT.                                                        
080300*                                                                 
080400***************************************************************** 
080500* 1820-ADD-FIELD-MAP-CARD - ONE RANGE CARD. THE FIRST CARD OF A  *
080600* KEY-ID AND RECORD TYPE STARTS A NEW MAP; THE CARDS AFTER IT    *
080700* ADD THEIR RANGES TO THAT MAP.                                  *
080800***************************************************************** 
080900 1820-ADD-FIELD-MAP-CARD.                                         
081000     IF FM-COMMENT-CARD OR FIELD-MAP-CARD = SPACES                
081100         PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT          
081200         GO TO 1820-EXIT                                          
081300     END-IF.                                                      
081400     PERFORM 1830-CHECK-FIELD-MAP-CARD THRU 1830-EXIT.            
081500     IF IQ-FMAP-COUNT = ZERO                                      
081600             OR FM-KEY-ID NOT = IQ-FE-KEY-ID(IQ-FMAP-COUNT)       
081700             OR FM-RECORD-TYPE NOT = IQ-FE-TYPE(IQ-FMAP-COUNT)    
081800         PERFORM 1840-START-FIELD-MAP THRU 1840-EXIT              
081900     END-IF.                                                      
082000     MOVE IQ-FMAP-COUNT TO IQ-FMAP-FI.                            
082100     IF FM-RECORD-TYPE NOT = SPACES                               
082200         IF FM-TYPE-START NOT = IQ-FE-TYPE-START(IQ-FMAP-FI)      
082300            OR FM-TYPE-LENGTH NOT = IQ-FE-TYPE-LENGTH(IQ-FMAP-FI) 
082400             MOVE "TYPE COLUMNS DIFFER FROM THE MAP'S FIRST CARD" 
082500                 TO IQ-FMAP-REASON                                
082600             GO TO 1890-REJECT-FIELD-MAP-CARD                     
082700         END-IF                                                   
082800     END-IF.                                                      
082900     IF IQ-FE-RANGE-COUNT(IQ-FMAP-FI) = IQ-FMAP-MAX-RANGES        
083000         MOVE "MORE THAN 20 RANGES IN ONE MAP" TO IQ-FMAP-REASON  
083100         GO TO 1890-REJECT-FIELD-MAP-CARD                         
083200     END-IF.                                                      
083300     ADD 1 TO IQ-FE-RANGE-COUNT(IQ-FMAP-FI).                      
083400     MOVE IQ-FE-RANGE-COUNT(IQ-FMAP-FI) TO IQ-FMAP-RI.            
083500     MOVE FM-RANGE-FROM TO IQ-FE-FROM(IQ-FMAP-FI, IQ-FMAP-RI).    
083600     COMPUTE IQ-FE-LENGTH(IQ-FMAP-FI, IQ-FMAP-RI) =               
083700         FM-RANGE-TO - FM-RANGE-FROM + 1.                         
083800     PERFORM 1810-READ-FIELD-MAP-CARD THRU 1810-EXIT.             
083900 1820-EXIT.                                                       
084000     EXIT.                                                        
084100*                                                                 
084200***************************************************************** 
084300* 1830-CHECK-FIELD-MAP-CARD - THE RANGE MUST LIE IN COLUMNS      *
084400* 1-2000. A CARD WITH A RECORD TYPE MUST SAY WHERE THE TYPE      *
084500* SITS, AND THE RANGE MUST NOT COVER IT - THE TYPE HAS TO BE     *
084600* READABLE IN CLEAR TO FIND THE MAP AGAIN ON THE WAY BACK. A     *
084700* CARD WITH NO RECORD TYPE MUST NAME ITS KEY-ID.                 *
084800***************************************************************** 
084900 1830-CHECK-FIELD-MAP-CARD.                                       
085000     IF FM-RANGE-FROM NOT NUMERIC OR FM-RANGE-TO NOT NUMERIC      
085100         MOVE "RANGE COLUMNS NOT NUMERIC" TO IQ-FMAP-REASON       
085200         GO TO 1890-REJECT-FIELD-MAP-CARD                         
085300     END-IF.                                                      
085400     IF FM-RANGE-FROM < 1 OR FM-RANGE-TO > 2000                   
085500             OR FM-RANGE-FROM > FM-RANGE-TO                       
085600         MOVE "RANGE NOT WITHIN COLUMNS 1-2000" TO IQ-FMAP-REASON 
085700         GO TO 1890-REJECT-FIELD-MAP-CARD                         
085800     END-IF.                                                      
085900     IF FM-RECORD-TYPE = SPACES                                   
086000         IF FM-KEY-ID = SPACES                                    
086100             MOVE "NEITHER A KEY-ID NOR A RECORD TYPE GIVEN"      
086200                 TO IQ-FMAP-REASON                                
086300             GO TO 1890-REJECT-FIELD-MAP-CARD                     
086400         END-IF                                                   
086500         GO TO 1830-EXIT                                          
086600     END-IF.                                                      
086700     IF FM-TYPE-START NOT NUMERIC OR FM-TYPE-LENGTH NOT NUMERIC   
086800         MOVE "RECORD TYPE COLUMNS NOT NUMERIC" TO IQ-FMAP-REASON 
086900         GO TO 1890-REJECT-FIELD-MAP-CARD                         
087000     END-IF.                                                      
087100     IF FM-TYPE-START < 1 OR FM-TYPE-START > 2000                 
087200             OR FM-TYPE-LENGTH < 1 OR FM-TYPE-LENGTH > 8          
087300         MOVE "RECORD TYPE COLUMNS NOT VALID" TO IQ-FMAP-REASON   
087400         GO TO 1890-REJECT-FIELD-MAP-CARD                         
087500     END-IF.                                                      
087600     COMPUTE IQ-FMAP-END = FM-TYPE-START + FM-TYPE-LENGTH - 1.    
087700     IF IQ-FMAP-END > 2000                                        
087800         MOVE "RECORD TYPE COLUMNS NOT VALID" TO IQ-FMAP-REASON   
087900         GO TO 1890-REJECT-FIELD-MAP-CARD                         
088000     END-IF.                                                      
088100     IF FM-TYPE-LENGTH < 8                                        
088200         IF FM-RECORD-TYPE(FM-TYPE-LENGTH + 1:8 - FM-TYPE-LENGTH) 
088300                 NOT = SPACES                                     
088400             MOVE "RECORD TYPE LONGER THAN ITS COLUMNS"           
088500                 TO IQ-FMAP-REASON                                
088600             GO TO 1890-REJECT-FIELD-MAP-CARD                     
088700         END-IF                                                   
088800     END-IF.                                                      
088900     IF FM-RANGE-FROM NOT > IQ-FMAP-END                           
089000             AND FM-RANGE-TO NOT < FM-TYPE-START                  
089100         MOVE "RANGE COVERS THE RECORD TYPE COLUMNS"              
089200             TO IQ-FMAP-REASON                                    
089300         GO TO 1890-REJECT-FIELD-MAP-CARD                         
089400     END-IF.                                                      
089500 1830-EXIT.                                                       
089600     EXIT.                                                        
089700*                                                                 
089800***************************************************************** 
089900* 1840-START-FIELD-MAP - OPEN A NEW MAP IN THE TABLE. A KEY-ID   *
090000* AND RECORD TYPE ALREADY MAPPED FURTHER UP MEANS THE CARDS OF   *
090100* ONE MAP ARE SPLIT, WHICH IS REJECTED RATHER THAN GUESSED AT.   *
090200***************************************************************** 
090300 1840-START-FIELD-MAP.                                            
090400     PERFORM 1850-CHECK-ONE-EARLIER-MAP THRU 1850-EXIT            
090500         VARYING IQ-FMAP-FI FROM 1 BY 1                           
090600         UNTIL IQ-FMAP-FI > IQ-FMAP-COUNT.                        
090700     IF IQ-FMAP-COUNT = IQ-FMAP-MAX-MAPS                          
090800         MOVE "MORE THAN 100 MAPS" TO IQ-FMAP-REASON              
090900         GO TO 1890-REJECT-FIELD-MAP-CARD                         
091000     END-IF.                                                      
091100     ADD 1 TO IQ-FMAP-COUNT.                                      
091200     MOVE FM-KEY-ID TO IQ-FE-KEY-ID(IQ-FMAP-COUNT).               
091300     MOVE FM-RECORD-TYPE TO IQ-FE-TYPE(IQ-FMAP-COUNT).            
091400     MOVE ZERO TO IQ-FE-RANGE-COUNT(IQ-FMAP-COUNT).               
091500     IF FM-RECORD-TYPE = SPACES                                   
091600         MOVE ZERO TO IQ-FE-TYPE-START(IQ-FMAP-COUNT)             
091700         MOVE ZERO TO IQ-FE-TYPE-LENGTH(IQ-FMAP-COUNT)            
091800     ELSE                                                         
091900         MOVE FM-TYPE-START TO IQ-FE-TYPE-START(IQ-FMAP-COUNT)    
092000         MOVE FM-TYPE-LENGTH TO IQ-FE-TYPE-LENGTH(IQ-FMAP-COUNT)  
092100     END-IF.                                                      
092200 1840-EXIT.                                                       
092300     EXIT.                                                        
092400*                                                                 
092500 1850-CHECK-ONE-EARLIER-MAP.                                      
092600     IF IQ-FE-KEY-ID(IQ-FMAP-FI) = FM-KEY-ID                      
092700             AND IQ-FE-TYPE(IQ-FMAP-FI) = FM-RECORD-TYPE          
092800         MOVE "MAP REPEATED - KEEP ITS CARDS TOGETHER"            
092900             TO IQ-FMAP-REASON                                    
093000         GO TO 1890-REJECT-FIELD-MAP-CARD                         
093100     END-IF.                                                      
093200 1850-EXIT.                                                       
093300     EXIT.                                                        
093400*                                                                 
093500 1890-REJECT-FIELD-MAP-CARD.                                      
093600     DISPLAY "CEASINQ0014 - CEASFMAP CARD " IQ-FMAP-CARD-NUMBER   
093700         " REJECTED - " IQ-FMAP-REASON.                           
093800     CLOSE FIELD-MAP-FILE.                                        
093900     MOVE 16 TO RETURN-CODE.                                      
094000     GO TO 9900-ABEND-ROUTINE.                                    
094100 1890-EXIT.                                                       
094200     EXIT.                                                        
094300*                                                                 
094400***************************************************************** 
094500* 2000-READ-MESSAGE-INDEX - ONE PASS OF THE MESSAGE INDEX,       *
094600* TAKING EACH REQUESTED MESSAGE'S LENGTH, CHECK VALUE, KEY-ID,   *
094700* GENERATION, AND AUDIT SEQUENCE NUMBER. THE INDEX IS IN MESSAGE *
094800* NUMBER ORDER WITHIN A FILE; IF THE SAME FILE APPEARS AGAIN     *
094900* FURTHER ON, THE LATER RECORDS ARE TAKEN.                       *
095000***************************************************************** 
095100 2000-READ-MESSAGE-INDEX.                                         
095200     OPEN INPUT INQ-INDEX-FILE.                                   
095300     IF IQ-MIDX-FILE-STATUS NOT = "00"                            
095400         DISPLAY "CEASINQ0005 - CEASMIDX OPEN FAILED, STATUS "    
095500             IQ-MIDX-FILE-STATUS                                  
095600         MOVE 19 TO RETURN-CODE                                   
095700         GO TO 9900-ABEND-ROUTINE                                 
095800     END-IF.                                                      
095900     MOVE 1 TO IQ-IX.                                             
096000     PERFORM 2010-CHECK-ONE-INDEX-RECORD THRU 2010-EXIT           
096100         UNTIL IQ-END-OF-INDEX.                                   
096200     CLOSE INQ-INDEX-FILE.                                        
096300     PERFORM 2050-MARK-NOT-INDEXED THRU 2050-EXIT                 
096400         VARYING IQ-EX FROM 1 BY 1 UNTIL IQ-EX > IQ-ENTRY-COUNT.  
096500 2000-EXIT.                                                       
096600     EXIT.                                                        
096700*                                                                 
096800 2010-CHECK-ONE-INDEX-RECORD.                                     
096900     READ INQ-INDEX-FILE                                          
097000         AT END                                                   
097100             SET IQ-END-OF-INDEX TO TRUE                          
097200             GO TO 2010-EXIT                                      
097300     END-READ.                                                    
097400     ADD 1 TO IQ-INDEX-READ.                                      
097500     IF MX-FEED-ID NOT = IQ-FEED-ID                               
097600             OR MX-FILE-DATE NOT = IQ-FILE-DATE                   
097700         GO TO 2010-EXIT                                          
097800     END-IF.                                                      
097900     IF MX-MESSAGE-NUMBER < IQ-LAST-IDX-NUMBER                    
098000         MOVE 1 TO IQ-IX                                          
098100     END-IF.                                                      
098200     MOVE MX-MESSAGE-NUMBER TO IQ-LAST-IDX-NUMBER.                
098300     PERFORM 2020-STEP-INDEX-POINTER THRU 2020-EXIT               
098400         UNTIL IQ-E-NUMBER(IQ-IX) NOT < MX-MESSAGE-NUMBER.        
098500     IF IQ-E-NUMBER(IQ-IX) NOT = MX-MESSAGE-NUMBER                
098600         GO TO 2010-EXIT                                          
098700     END-IF.                                                      
098800     MOVE "I" TO IQ-E-STATUS(IQ-IX).                              
098900     MOVE MX-LENGTH TO IQ-E-LENGTH(IQ-IX).                        
099000     MOVE MX-CHECK-VALUE TO IQ-E-CHECK(IQ-IX).                    
099100     MOVE MX-KEY-ID TO IQ-E-KEY-ID(IQ-IX).                        
099200     MOVE MX-GEN-DATE TO IQ-E-GEN-DATE(IQ-IX).                    
099300     MOVE MX-AUDIT-SEQ-NO TO IQ-E-SEQ-NO(IQ-IX).                  
099400 2010-EXIT.                                                       
099500     EXIT.                                                        
099600*                                                                 
099700 2020-STEP-INDEX-POINTER.                                         
099800     ADD 1 TO IQ-IX.                                              
099900 2020-EXIT.                                                       
100000     EXIT.                                                        
100100*                                                                 
100200 2050-MARK-NOT-INDEXED.                                           
100300     IF IQ-E-PENDING(IQ-EX)                                       
100400         MOVE "N" TO IQ-E-STATUS(IQ-EX)                           
100500         MOVE "NOT ON THE MESSAGE INDEX FOR THIS FILE"            
100600             TO IQ-E-REASON(IQ-EX)                                
100700     END-IF.                                                      
100800 2050-EXIT.                                                       
100900     EXIT.                                                        
101000*                                                                 
101100***************************************************************** 
101200* 2100-READ-AUDIT-TRAIL - FIND THE ENCRYPT AUDIT RECORD FOR EACH *
101300* INDEXED MESSAGE BY ITS SEQUENCE NUMBER. THE RECORD MUST BE     *
101400* CEASER'S 3000-ENCRYPT-MESSAGE FOR THE SAME KEY-ID, GENERATION, *
101500* AND LENGTH THE INDEX CARRIES; ITS SHIFT IS THE ONE THE MESSAGE *
101600* IS DECRYPTED UNDER. THE PASS STOPS AS SOON AS EVERY MESSAGE    *
101700* HAS BEEN FOUND OR PASSED.                                      *
101800***************************************************************** 
101900 2100-READ-AUDIT-TRAIL.                                           
102000     OPEN INPUT INQ-AUDIT-IN-FILE.                                
102100     IF IQ-AUDI-FILE-STATUS NOT = "00"                            
102200         DISPLAY "CEASINQ0006 - CEASAUDI OPEN FAILED, STATUS "    
102300             IQ-AUDI-FILE-STATUS                                  
102400         MOVE 19 TO RETURN-CODE                                   
102500         GO TO 9900-ABEND-ROUTINE                                 
102600     END-IF.                                                      
102700     MOVE ZERO TO IQ-AX.                                          
102800     PERFORM 2150-FIND-NEXT-INDEXED THRU 2150-EXIT.               
102900     PERFORM 2110-CHECK-ONE-AUDIT-RECORD THRU 2110-EXIT           
103000         UNTIL IQ-END-OF-AUDIT.                                   
103100     CLOSE INQ-AUDIT-IN-FILE.                                     
103200     PERFORM 2180-MARK-NOT-AUDITED THRU 2180-EXIT                 
103300         VARYING IQ-EX FROM 1 BY 1 UNTIL IQ-EX > IQ-ENTRY-COUNT.  
103400 2100-EXIT.                                                       
103500     EXIT.                                                        
103600*                                                                 
103700 2110-CHECK-ONE-AUDIT-RECORD.                                     
103800     IF IQ-AX > IQ-ENTRY-COUNT                                    
103900         SET IQ-END-OF-AUDIT TO TRUE                              
104000         GO TO 2110-EXIT                                          
104100     END-IF.                                                      
104200     READ INQ-AUDIT-IN-FILE                                       
104300         AT END                                                   
104400             SET IQ-END-OF-AUDIT TO TRUE                          
104500             GO TO 2110-EXIT                                      
104600     END-READ.                                                    
104700     ADD 1 TO IQ-AUDIT-READ.                                      
104800     IF IQ-AUDIT-IN-REC(1:1) = "*" OR NOT IQ-AI-STAMPED           
104900         GO TO 2110-EXIT                                          
105000     END-IF.                                                      
105100*    A MESSAGE WHOSE SEQUENCE NUMBER HAS BEEN PASSED WITHOUT A    
105200*    MATCH IS NOT ON THE TRAIL AS SUPPLIED.                       
105300     PERFORM 2120-PASS-MISSED-ENTRY THRU 2120-EXIT                
105400         UNTIL IQ-E-SEQ-NO(IQ-AX) NOT < IQ-AI-SEQ-NO.             
105500     IF IQ-AX > IQ-ENTRY-COUNT                                    
105600             OR IQ-E-SEQ-NO(IQ-AX) NOT = IQ-AI-SEQ-NO             
105700         GO TO 2110-EXIT                                          
105800     END-IF.                                                      
105900     IF IQ-AI-PROGRAM NOT = "CEASER"                              
106000             OR IQ-AI-PARAGRAPH NOT = "3000-ENCRYPT-MESSAGE"      
106100             OR IQ-AI-KEY-ID NOT = IQ-E-KEY-ID(IQ-AX)             
106200             OR IQ-AI-GEN-DATE NOT = IQ-E-GEN-DATE(IQ-AX)         
106300             OR IQ-AI-LENGTH NOT = IQ-E-LENGTH(IQ-AX)             
106400         MOVE "U" TO IQ-E-STATUS(IQ-AX)                           
106500         MOVE "AUDIT RECORD IS NOT THIS MESSAGE'S ENCRYPT"        
106600             TO IQ-E-REASON(IQ-AX)                                
106700     ELSE                                                         
106800         MOVE "A" TO IQ-E-STATUS(IQ-AX)                           
106900         MOVE IQ-AI-SHIFT TO IQ-E-SHIFT(IQ-AX)                    
107000     END-IF.                                                      
107100     PERFORM 2150-FIND-NEXT-INDEXED THRU 2150-EXIT.               
107200 2110-EXIT.                                                       
107300     EXIT.                                                        
107400*                                                                 
107500 2120-PASS-MISSED-ENTRY.                                          
107600     PERFORM 2150-FIND-NEXT-INDEXED THRU 2150-EXIT.               
107700 2120-EXIT.                                                       
107800     EXIT.                                                        
107900*                                                                 
108000***************************************************************** 
108100* 2150-FIND-NEXT-INDEXED - MOVE THE AUDIT POINTER TO THE NEXT    *
108200* MESSAGE STILL WAITING FOR ITS AUDIT RECORD, OR ONE PAST THE    *
108300* LAST ENTRY, WHERE THE SENTINEL STOPS EVERY SCAN.               *
108400***************************************************************** 
108500 2150-FIND-NEXT-INDEXED.                                          
108600     MOVE "N" TO IQ-FOUND-SWITCH.                                 
108700     PERFORM 2160-TEST-NEXT-ENTRY THRU 2160-EXIT                  
108800         UNTIL IQ-ENTRY-FOUND OR IQ-AX > IQ-ENTRY-COUNT.          
108900 2150-EXIT.                                                       
109000     EXIT.                                                        
109100*                                                                 
109200 2160-TEST-NEXT-ENTRY.                                            
109300     ADD 1 TO IQ-AX.                                              
109400     IF IQ-AX NOT > IQ-ENTRY-COUNT                                
109500         IF IQ-E-INDEXED(IQ-AX)                                   
109600             SET IQ-ENTRY-FOUND TO TRUE                           
109700         END-IF                                                   
109800     END-IF.                                                      
109900 2160-EXIT.                                                       
110000     EXIT.                                                        
110100*                                                                 
110200 2180-MARK-NOT-AUDITED.                                           
110300     IF IQ-E-INDEXED(IQ-EX)                                       
110400         MOVE "U" TO IQ-E-STATUS(IQ-EX)                           
110500         MOVE "NO ENCRYPT AUDIT RECORD ON CEASAUDI"               
110600             TO IQ-E-REASON(IQ-EX)                                
110700     END-IF.                                                      
110800 2180-EXIT.                                                       
110900     EXIT.                                                        
111000*                                                                 
111100***************************************************************** 
111200* 2200-CHECK-GENERATIONS - EACH MESSAGE IS DECRYPTED UNDER THE   *
111300* GENERATION ITS AUDIT RECORD NAMES, SO CEASKEY MUST STILL HOLD  *
111400* THAT GENERATION, APPROVED, AS A CAESAR KEY WITH THE SAME       *
111500* SHIFT. A COMPROMISED GENERATION STILL DECRYPTS - THE PARTNER   *
111600* HOLDS WHAT WAS SENT UNDER IT - BUT IS WARNED.                  *
111700***************************************************************** 
111800 2200-CHECK-GENERATIONS.                                          
111900     OPEN INPUT CEASER-KEY-FILE.                                  
112000     IF IQ-KEY-FILE-STATUS NOT = "00"                             
112100         DISPLAY "CEASINQ0007 - CEASKEY OPEN FAILED, STATUS "     
112200             IQ-KEY-FILE-STATUS                                   
112300         MOVE 19 TO RETURN-CODE                                   
112400         GO TO 9900-ABEND-ROUTINE                                 
112500     END-IF.                                                      
112600     PERFORM 2210-CHECK-ONE-GENERATION THRU 2210-EXIT             
112700         VARYING IQ-EX FROM 1 BY 1 UNTIL IQ-EX > IQ-ENTRY-COUNT.  
112800     CLOSE CEASER-KEY-FILE.                                       
112900 2200-EXIT.                                                       
113000     EXIT.                                                        
113100*                                                                 
113200 2210-CHECK-ONE-GENERATION.                                       
113300     IF NOT IQ-E-AUDITED(IQ-EX)                                   
113400         GO TO 2210-EXIT                                          
113500     END-IF.                                                      
113600     MOVE "G" TO IQ-E-STATUS(IQ-EX).                              
113700     MOVE IQ-E-KEY-ID(IQ-EX) TO CK-KEY-ID.                        
113800     MOVE IQ-E-GEN-DATE(IQ-EX) TO CK-EFFECTIVE-DATE.              
113900     READ CEASER-KEY-FILE                                         
114000         INVALID KEY                                              
114100             MOVE "GENERATION IS NOT ON CEASKEY"                  
114200                 TO IQ-E-REASON(IQ-EX)                            
114300             GO TO 2210-EXIT                                      
114400     END-READ.                                                    
114500     IF NOT CK-GEN-ACTIVE AND NOT CK-GEN-RETIRED                  
114600             AND NOT CK-GEN-COMPROMISED                           
114700         MOVE "GENERATION WAS NEVER APPROVED"                     
114800             TO IQ-E-REASON(IQ-EX)                                
114900         GO TO 2210-EXIT                                          
115000     END-IF.                                                      
115100     IF CK-TYPE-VIGENERE                                          
115200         MOVE "KEY-ID IS A VIGENERE KEYWORD KEY"                  
115300             TO IQ-E-REASON(IQ-EX)                                
115400         GO TO 2210-EXIT                                          
115500     END-IF.                                                      
115600     IF CK-SHIFT-VALUE NOT = IQ-E-SHIFT(IQ-EX)                    
115700         MOVE "CEASKEY SHIFT DISAGREES WITH THE AUDIT RECORD"     
115800             TO IQ-E-REASON(IQ-EX)                                
115900         GO TO 2210-EXIT                                          
116000     END-IF.                                                      
116100     MOVE "K" TO IQ-E-STATUS(IQ-EX).                              
116200     IF CK-DIGITS-CIPHERED                                        
116300         MOVE "Y" TO IQ-E-DIGIT(IQ-EX)                            
116400     ELSE                                                         
116500         MOVE "N" TO IQ-E-DIGIT(IQ-EX)                            
116600     END-IF.                                                      
116700     IF CK-GEN-COMPROMISED                                        
116800         MOVE "Y" TO IQ-E-COMPROMISED(IQ-EX)                      
116900         MOVE IQ-E-NUMBER(IQ-EX) TO IQ-EDIT-NUMBER                
117000         DISPLAY "CEASINQ0010 - MESSAGE " IQ-EDIT-NUMBER          
117100             " WAS ENCRYPTED UNDER GENERATION "                   
117200             IQ-E-GEN-DATE(IQ-EX) " OF KEY-ID " IQ-E-KEY-ID(IQ-EX)
117300             ", NOW COMPROMISED"                                  
117400     END-IF.                                                      
117500 2210-EXIT.                                                       
117600     EXIT.                                                        
117700*                                                                 
117800***************************************************************** 
117900* 2650-FORMAT-DATE - YYYYMMDD TO YYYY/MM/DD FOR PRINTING.        *
118000***************************************************************** 
118100 2650-FORMAT-DATE.                                                
118200     MOVE IQ-DATE-IN(1:4) TO IQ-DATE-ED-YYYY.                     
118300     MOVE IQ-DATE-IN(5:2) TO IQ-DATE-ED-MM.                       
118400     MOVE IQ-DATE-IN(7:2) TO IQ-DATE-ED-DD.                       
118500 2650-EXIT.                                                       
118600     EXIT.                                                        
118700*                                                                 
118800***************************************************************** 
118900* 2700-PRINT-REPORT-LINE - PRINT ONE LINE FROM IQ-PRINT-LINE,    *
119000* BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE PAGE IS FULL.    *
119100***************************************************************** 
119200 2700-PRINT-REPORT-LINE.                                          
119300     IF IQ-LINE-COUNT > IQ-LINES-PER-PAGE                         
119400         PERFORM 2800-PRINT-PAGE-HEADING THRU 2800-EXIT           
119500     END-IF.                                                      
119600     WRITE IQ-REPORT-REC FROM IQ-PRINT-LINE                       
119700         AFTER ADVANCING 1 LINE.                                  
119800     ADD 1 TO IQ-LINE-COUNT.                                      
119900 2700-EXIT.                                                       
120000     EXIT.                                                        
120100*                                                                 
120200 2750-PRINT-BLANK-LINE.                                           
120300     MOVE SPACES TO IQ-PRINT-LINE.                                
120400     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
120500 2750-EXIT.                                                       
120600     EXIT.                                                        
120700*                                                                 
120800 2800-PRINT-PAGE-HEADING.                                         
120900     ADD 1 TO IQ-PAGE-COUNT.                                      
121000     MOVE IQ-PAGE-COUNT TO IQ-HEAD-PAGE.                          
121100     WRITE IQ-REPORT-REC FROM IQ-HEADING-1                        
121200         AFTER ADVANCING PAGE.                                    
121300     WRITE IQ-REPORT-REC FROM IQ-HEADING-2                        
121400         AFTER ADVANCING 1 LINE.                                  
121500     MOVE SPACES TO IQ-REPORT-REC.                                
121600     WRITE IQ-REPORT-REC AFTER ADVANCING 1 LINE.                  
121700     MOVE 3 TO IQ-LINE-COUNT.                                     
121800 2800-EXIT.                                                       
121900     EXIT.                                                        
122000*                                                                 
122100***************************************************************** 
122200* 3000-SHOW-MESSAGES - READ CEASOUT AS FAR AS THE LAST MESSAGE   *
122300* STILL TO BE SHOWN, COUNTING DATA RECORDS THE WAY CEASER        *
122400* NUMBERED THEM - THE *HDR, *KEY, AND *TRL RECORDS ARE NOT       *
122500* MESSAGES. ONLY THE MESSAGES ASKED FOR ARE DECRYPTED.           *
122600***************************************************************** 
122700 3000-SHOW-MESSAGES.                                              
122800     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
122900     MOVE "MESSAGES SHOWN" TO IQ-SECTION-TITLE.                   
123000     MOVE IQ-SECTION-LINE TO IQ-PRINT-LINE.                       
123100     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
123200     MOVE ZERO TO IQ-CX.                                          
123300     PERFORM 3150-FIND-NEXT-READY THRU 3150-EXIT.                 
123400     PERFORM 3010-CHECK-ONE-CIPHER-RECORD THRU 3010-EXIT          
123500         UNTIL IQ-END-OF-CIPHER.                                  
123600     CLOSE INQ-CIPHER-FILE.                                       
123700     IF IQ-SHOWN-COUNT = ZERO                                     
123800         MOVE SPACES TO IQ-TEXT                                   
123900         MOVE "NONE" TO IQ-TEXT                                   
124000         MOVE IQ-TEXT-LINE TO IQ-PRINT-LINE                       
124100         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
124200     END-IF.                                                      
124300 3000-EXIT.                                                       
124400     EXIT.                                                        
124500*                                                                 
124600 3010-CHECK-ONE-CIPHER-RECORD.                                    
124700     IF IQ-CX > IQ-ENTRY-COUNT                                    
124800         SET IQ-END-OF-CIPHER TO TRUE                             
124900         GO TO 3010-EXIT                                          
125000     END-IF.                                                      
125100     READ INQ-CIPHER-FILE                                         
125200         AT END                                                   
125300             SET IQ-END-OF-CIPHER TO TRUE                         
125400             GO TO 3010-EXIT                                      
125500     END-READ.                                                    
125600     ADD 1 TO IQ-CIPHER-READ.                                     
125700     IF IQ-CIPHER-REC(1:5) = "*HDR " OR "*KEY " OR "*TRL "        
125800         GO TO 3010-EXIT                                          
125900     END-IF.                                                      
126000     ADD 1 TO IQ-DATA-NUMBER.                                     
126100     IF IQ-DATA-NUMBER NOT = IQ-E-NUMBER(IQ-CX)                   
126200         GO TO 3010-EXIT                                          
126300     END-IF.                                                      
126400     IF IQ-CIPHER-LENGTH NOT = IQ-E-LENGTH(IQ-CX)                 
126500         MOVE "L" TO IQ-E-STATUS(IQ-CX)                           
126600         MOVE "CEASOUT RECORD LENGTH DOES NOT MATCH THE INDEX"    
126700             TO IQ-E-REASON(IQ-CX)                                
126800         ADD 1 TO IQ-MISMATCH-COUNT                               
126900     ELSE                                                         
127000         PERFORM 3100-DECRYPT-ONE-MESSAGE THRU 3100-EXIT          
127100         PERFORM 3200-PRINT-ONE-MESSAGE THRU 3200-EXIT            
127200         PERFORM 3900-WRITE-AUDIT-RECORD THRU 3900-EXIT           
127300     END-IF.                                                      
127400     PERFORM 3150-FIND-NEXT-READY THRU 3150-EXIT.                 
127500 3010-EXIT.                                                       
127600     EXIT.                                                        
127700*                                                                 
127800***************************************************************** 
127900* 3100-DECRYPT-ONE-MESSAGE - DECRYPT THE MESSAGE UNDER ITS       *
128000* AUDITED SHIFT AND ITS GENERATION'S DIGIT OPTION, THEN TAKE THE *
128100* *TRL HASH RULE OVER THE RESULT - THE SUM OF THE BYTE VALUES    *
128200* PLUS THE LENGTH - AND COMPARE IT WITH THE CHECK VALUE THE      *
128300* ENCRYPT RUN INDEXED FOR THE PLAINTEXT IT WAS GIVEN.            *
128400***************************************************************** 
128500 3100-DECRYPT-ONE-MESSAGE.                                        
128600     MOVE IQ-E-SHIFT(IQ-CX) TO IQ-SHIFT.                          
128700     MOVE IQ-E-DIGIT(IQ-CX) TO IQ-DIGIT-SWITCH.                   
128800     IF IQ-SHIFT NOT = IQ-TABLE-SHIFT                             
128900             OR IQ-DIGIT-SWITCH NOT = IQ-TABLE-DIGIT              
129000         PERFORM 3110-BUILD-TRANSLATE-TABLE THRU 3110-EXIT        
129100     END-IF.                                                      
129200     MOVE SPACES TO IQ-CLEAR-TEXT.                                
129300     MOVE IQ-CIPHER-REC(1:IQ-CIPHER-LENGTH)                       
129400         TO IQ-CLEAR-TEXT(1:IQ-CIPHER-LENGTH).                    
129500     INSPECT IQ-CLEAR-TEXT(1:IQ-CIPHER-LENGTH)                    
129600         CONVERTING IQ-TRANS-FROM TO IQ-TRANS-TO-D.               
129700     MOVE IQ-E-KEY-ID(IQ-CX) TO IQ-FMAP-KEY-ID.                   
129800     PERFORM 3400-APPLY-FIELD-MAP THRU 3400-EXIT.                 
129900     MOVE ZERO TO IQ-CHECK-VALUE.                                 
130000     MOVE 1 TO IQ-HI.                                             
130100     PERFORM 3140-ADD-ONE-CHECK-BYTE THRU 3140-EXIT               
130200         IQ-CIPHER-LENGTH TIMES.                                  
130300     ADD IQ-CIPHER-LENGTH TO IQ-CHECK-VALUE.                      
130400     ADD 1 TO IQ-SHOWN-COUNT.                                     
130500     IF IQ-CHECK-VALUE = IQ-E-CHECK(IQ-CX)                        
130600         MOVE "D" TO IQ-E-STATUS(IQ-CX)                           
130700         ADD 1 TO IQ-VERIFIED-COUNT                               
130800     ELSE                                                         
130900         MOVE "M" TO IQ-E-STATUS(IQ-CX)                           
131000         ADD 1 TO IQ-MISMATCH-COUNT                               
131100         MOVE IQ-E-NUMBER(IQ-CX) TO IQ-EDIT-NUMBER                
131200         DISPLAY "CEASINQ0011 - MESSAGE " IQ-EDIT-NUMBER          
131300             " DOES NOT DECRYPT TO ITS INDEXED CHECK VALUE"       
131400     END-IF.                                                      
131500 3100-EXIT.                                                       
131600     EXIT.                                                        
131700*                                                                 
131800***************************************************************** 
131900* 3110-BUILD-TRANSLATE-TABLE - THE CEASER DECRYPT TABLE FOR THE  *
132000* SHIFT IN HAND: EACH LETTER MOVES BACK BY THE SHIFT WITHIN ITS  *
132100* OWN CASE, AND EACH DIGIT BACK BY IT MODULO 10 WHEN THE         *
132200* GENERATION CIPHERS DIGITS. EVERYTHING ELSE PASSES UNCHANGED.   *
132300***************************************************************** 
132400 3110-BUILD-TRANSLATE-TABLE.                                      
132500     MOVE IQ-TRANS-FROM TO IQ-TRANS-TO-D.                         
132600     PERFORM 3120-BUILD-ONE-LETTER THRU 3120-EXIT                 
132700         VARYING IQ-TI FROM 1 BY 1 UNTIL IQ-TI > 26.              
132800     IF IQ-DIGITS-ON                                              
132900         PERFORM 3130-BUILD-ONE-DIGIT THRU 3130-EXIT              
133000             VARYING IQ-TI FROM 1 BY 1 UNTIL IQ-TI > 10           
133100     END-IF.                                                      
133200     MOVE IQ-SHIFT TO IQ-TABLE-SHIFT.                             
133300     MOVE IQ-DIGIT-SWITCH TO IQ-TABLE-DIGIT.                      
133400 3110-EXIT.                                                       
133500     EXIT.                                                        
133600*                                                                 
133700 3120-BUILD-ONE-LETTER.                                           
133800     COMPUTE IQ-TVAL = IQ-TI - 1 + 26 - IQ-SHIFT.                 
133900     DIVIDE IQ-TVAL BY 26 GIVING IQ-DIGIT-QUOT                    
134000         REMAINDER IQ-DIGIT-REM.                                  
134100     COMPUTE IQ-ASCIIV = IQ-DIGIT-REM + 66.                       
134200     MOVE FUNCTION CHAR(IQ-ASCIIV) TO IQ-TRANS-TO-D(IQ-TI:1).     
134300     COMPUTE IQ-ASCIIV = IQ-DIGIT-REM + 98.                       
134400     MOVE FUNCTION CHAR(IQ-ASCIIV)                                
134500         TO IQ-TRANS-TO-D(IQ-TI + 26:1).                          
134600 3120-EXIT.                                                       
134700     EXIT.                                                        
134800*                                                                 
134900 3130-BUILD-ONE-DIGIT.                                            
135000     COMPUTE IQ-TVAL = IQ-TI - 1 + 30 - IQ-SHIFT.                 
135100     DIVIDE IQ-TVAL BY 10 GIVING IQ-DIGIT-QUOT                    
135200         REMAINDER IQ-DIGIT-REM.                                  
135300     COMPUTE IQ-ASCIIV = IQ-DIGIT-REM + 49.                       
135400     MOVE FUNCTION CHAR(IQ-ASCIIV)                                
135500         TO IQ-TRANS-TO-D(IQ-TI + 52:1).                          
135600 3130-EXIT.                                                       
135700     EXIT.                                                        
135800*                                                                 
135900 3140-ADD-ONE-CHECK-BYTE.                                         
136000     MOVE IQ-CLEAR-TEXT(IQ-HI:1) TO IQ-ORD-CHAR.                  
136100     ADD IQ-ORD-VALUE TO IQ-CHECK-VALUE.                          
136200     ADD 1 TO IQ-HI.                                              
136300 3140-EXIT.                                                       
136400     EXIT.                                                        
136500*                                                                 
136600***************************************************************** 
136700* 3150-FIND-NEXT-READY - MOVE THE CEASOUT POINTER TO THE NEXT    *
136800* MESSAGE CLEARED FOR DECRYPTION, OR ONE PAST THE LAST ENTRY.    *
136900***************************************************************** 
137000 3150-FIND-NEXT-READY.                                            
137100     MOVE "N" TO IQ-FOUND-SWITCH.                                 
137200     PERFORM 3160-TEST-NEXT-ENTRY THRU 3160-EXIT                  
137300         UNTIL IQ-ENTRY-FOUND OR IQ-CX > IQ-ENTRY-COUNT.          
137400 3150-EXIT.                                                       
137500     EXIT.                                                        
137600*                                                                 
137700 3160-TEST-NEXT-ENTRY.                                            
137800     ADD 1 TO IQ-CX.                                              
137900     IF IQ-CX NOT > IQ-ENTRY-COUNT                                
138000         IF IQ-E-READY(IQ-CX)                                     
138100             SET IQ-ENTRY-FOUND TO TRUE                           
138200         END-IF                                                   
138300     END-IF.                                                      
138400 3160-EXIT.                                                       
138500     EXIT.                                                        
138600*                                                                 
138700***************************************************************** 
138800* 3200-PRINT-ONE-MESSAGE - THE MESSAGE'S INDEX AND AUDIT         *
138900* DETAILS, THE CHECK VALUE RESULT, AND THE CLEARTEXT IN 100-BYTE *
139000* LINES.                                                         *
139100***************************************************************** 
139200 3200-PRINT-ONE-MESSAGE.                                          
139300     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
139400     MOVE IQ-E-NUMBER(IQ-CX) TO IQ-ML-NUMBER.                     
139500     MOVE IQ-E-LENGTH(IQ-CX) TO IQ-ML-LENGTH.                     
139600     MOVE IQ-E-KEY-ID(IQ-CX) TO IQ-ML-KEY-ID.                     
139700     MOVE IQ-E-GEN-DATE(IQ-CX) TO IQ-DATE-IN.                     
139800     PERFORM 2650-FORMAT-DATE THRU 2650-EXIT.                     
139900     MOVE IQ-DATE-EDITED TO IQ-ML-GEN-DATE.                       
140000     MOVE IQ-E-SEQ-NO(IQ-CX) TO IQ-ML-SEQ-NO.                     
140100     IF IQ-E-VERIFIED(IQ-CX)                                      
140200         MOVE "CHECK VALUE VERIFIED" TO IQ-ML-RESULT              
140300     ELSE                                                         
140400         MOVE "CHECK VALUE MISMATCH" TO IQ-ML-RESULT              
140500     END-IF.                                                      
140600     MOVE IQ-MESSAGE-LINE TO IQ-PRINT-LINE.                       
140700     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
140800     IF IQ-E-COMPROMISED(IQ-CX) = "Y"                             
140900         MOVE SPACES TO IQ-TEXT                                   
141000         MOVE "GENERATION IS NOW COMPROMISED" TO IQ-TEXT          
141100         MOVE IQ-TEXT-LINE TO IQ-PRINT-LINE                       
141200         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
141300     END-IF.                                                      
141400     MOVE 1 TO IQ-POS.                                            
141500     PERFORM 3210-PRINT-ONE-CLEAR-LINE THRU 3210-EXIT             
141600         UNTIL IQ-POS > IQ-CIPHER-LENGTH.                         
141700 3200-EXIT.                                                       
141800     EXIT.                                                        
141900*                                                                 
142000 3210-PRINT-ONE-CLEAR-LINE.                                       
142100     COMPUTE IQ-CHUNK = IQ-CIPHER-LENGTH - IQ-POS + 1.            
142200     IF IQ-CHUNK > 100                                            
142300         MOVE 100 TO IQ-CHUNK                                     
142400     END-IF.                                                      
142500     MOVE IQ-POS TO IQ-CL-POS.                                    
142600     MOVE SPACES TO IQ-CL-TEXT.                                   
142700     MOVE IQ-CLEAR-TEXT(IQ-POS:IQ-CHUNK) TO IQ-CL-TEXT.           
142800     MOVE IQ-CLEAR-LINE TO IQ-PRINT-LINE.                         
142900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
143000     ADD IQ-CHUNK TO IQ-POS.                                      
143100 3210-EXIT.                                                       
143200     EXIT.                                                        
143300*                                                                 
143400***************************************************************** 
143500* 3400-APPLY-FIELD-MAP - FIELD-LEVEL CIPHERING. IQ-CLEAR-TEXT    *
143600* HOLDS THE WHOLE MESSAGE TRANSFORMED. WHEN A FIELD MAP COVERS   *
143700* THE MESSAGE UNDER IQ-FMAP-KEY-ID, ONLY ITS RANGES KEEP         *
143800* THE TRANSFORMED TEXT AND EVERY OTHER COLUMN GOES BACK TO WHAT  *
143900* CAME IN - SO THE CIPHERED COLUMNS ARE EXACTLY WHAT A WHOLE-    *
144000* RECORD CIPHER WOULD HAVE GIVEN. THE RECORD TYPE IS READ FROM   *
144100* THE INCOMING TEXT, SO WHATEVER MAP IS USED - OR NONE, WHEN     *
144200* THE MESSAGE IS CIPHERED WHOLE - THE TYPE COLUMNS OF EVERY      *
144300* TYPED MAP THAT CAN APPLY UNDER THE KEY-ID ARE THEN PUT BACK    *
144400* AS THEY CAME IN (3430). THEY ARE NEVER CIPHERED, EVEN WHERE    *
144500* ANOTHER MAP'S RANGE COVERS THEM, SO THE DECRYPT READS THE      *
144600* SAME TYPE THE ENCRYPT DID AND PICKS THE SAME MAP. A RECORD     *
144700* TOO SHORT TO CARRY ITS TYPE MATCHES NO TYPED MAP.              *
144800***************************************************************** 
144900 3400-APPLY-FIELD-MAP.                                            
145000     IF IQ-FMAP-COUNT = ZERO                                      
145100         GO TO 3400-EXIT                                          
145200     END-IF.                                                      
145300     MOVE ZERO TO IQ-FMAP-HIT.                                    
145400     MOVE 9 TO IQ-FMAP-RANK.                                      
145500     PERFORM 3410-RANK-ONE-FIELD-MAP THRU 3410-EXIT               
145600         VARYING IQ-FMAP-FI FROM 1 BY 1                           
145700         UNTIL IQ-FMAP-FI > IQ-FMAP-COUNT OR IQ-FMAP-RANK = 1.    
145800     IF IQ-FMAP-HIT NOT = ZERO                                    
145900         MOVE IQ-CLEAR-TEXT TO IQ-FIELD-HOLD                      
146000         MOVE IQ-CIPHER-REC(1:IQ-CIPHER-LENGTH)                   
146100             TO IQ-CLEAR-TEXT(1:IQ-CIPHER-LENGTH)                 
146200         PERFORM 3420-TAKE-ONE-RANGE THRU 3420-EXIT               
146300             VARYING IQ-FMAP-RI FROM 1 BY 1                       
146400             UNTIL IQ-FMAP-RI > IQ-FE-RANGE-COUNT(IQ-FMAP-HIT)    
146500         ADD 1 TO IQ-FMAP-MSG-COUNT                               
146600     END-IF.                                                      
146700     PERFORM 3430-KEEP-TYPE-COLUMNS THRU 3430-EXIT                
146800         VARYING IQ-FMAP-FI FROM 1 BY 1                           
146900         UNTIL IQ-FMAP-FI > IQ-FMAP-COUNT.                        
147000 3400-EXIT.                                                       
147100     EXIT.                                                        
147200*                                                                 
147300 3410-RANK-ONE-FIELD-MAP.                                         
147400     IF IQ-FE-TYPE(IQ-FMAP-FI) = SPACES                           
147500         IF IQ-FE-KEY-ID(IQ-FMAP-FI) = IQ-FMAP-KEY-ID             
147600                 AND IQ-FMAP-RANK > 2                             
147700             MOVE IQ-FMAP-FI TO IQ-FMAP-HIT                       
147800             MOVE 2 TO IQ-FMAP-RANK                               
147900         END-IF                                                   
148000         GO TO 3410-EXIT                                          
148100     END-IF.                                                      
148200     IF IQ-FE-KEY-ID(IQ-FMAP-FI) NOT = IQ-FMAP-KEY-ID             
148300             AND IQ-FE-KEY-ID(IQ-FMAP-FI) NOT = SPACES            
148400         GO TO 3410-EXIT                                          
148500     END-IF.                                                      
148600     COMPUTE IQ-FMAP-END = IQ-FE-TYPE-START(IQ-FMAP-FI)           
148700         + IQ-FE-TYPE-LENGTH(IQ-FMAP-FI) - 1.                     
148800     IF IQ-FMAP-END > IQ-CIPHER-LENGTH                            
148900         GO TO 3410-EXIT                                          
149000     END-IF.                                                      
149100     MOVE IQ-FE-TYPE-START(IQ-FMAP-FI) TO IQ-FMAP-POS.            
149200     MOVE IQ-FE-TYPE-LENGTH(IQ-FMAP-FI) TO IQ-FMAP-SPAN.          
149300     IF IQ-CIPHER-REC(IQ-FMAP-POS:IQ-FMAP-SPAN)                   
149400             NOT = IQ-FE-TYPE(IQ-FMAP-FI)(1:IQ-FMAP-SPAN)         
149500         GO TO 3410-EXIT                                          
149600     END-IF.                                                      
149700     IF IQ-FE-KEY-ID(IQ-FMAP-FI) = IQ-FMAP-KEY-ID                 
149800         MOVE IQ-FMAP-FI TO IQ-FMAP-HIT                           
149900         MOVE 1 TO IQ-FMAP-RANK                                   
150000     ELSE                                                         
150100         IF IQ-FMAP-RANK > 3                                      
150200             MOVE IQ-FMAP-FI TO IQ-FMAP-HIT                       
150300             MOVE 3 TO IQ-FMAP-RANK                               
150400         END-IF                                                   
150500     END-IF.                                                      
150600 3410-EXIT.                                                       
150700     EXIT.                                                        
150800*                                                                 
150900 3420-TAKE-ONE-RANGE.                                             
151000     MOVE IQ-FE-FROM(IQ-FMAP-HIT, IQ-FMAP-RI) TO IQ-FMAP-POS.     
151100     IF IQ-FMAP-POS > IQ-CIPHER-LENGTH                            
151200         GO TO 3420-EXIT                                          
151300     END-IF.                                                      
151400     MOVE IQ-FE-LENGTH(IQ-FMAP-HIT, IQ-FMAP-RI) TO IQ-FMAP-SPAN.  
151500     IF IQ-FMAP-POS + IQ-FMAP-SPAN - 1 > IQ-CIPHER-LENGTH         
151600         COMPUTE IQ-FMAP-SPAN = IQ-CIPHER-LENGTH - IQ-FMAP-POS + 1
151700     END-IF.                                                      
151800     MOVE IQ-FIELD-HOLD(IQ-FMAP-POS:IQ-FMAP-SPAN)                 
151900         TO IQ-CLEAR-TEXT(IQ-FMAP-POS:IQ-FMAP-SPAN).              
152000 3420-EXIT.                                                       
152100     EXIT.                                                        
152200*                                                                 
152300***************************************************************** 
152400* 3430-KEEP-TYPE-COLUMNS - PUT BACK THE INCOMING TEXT IN THE     *
152500* TYPE COLUMNS OF ONE TYPED MAP THAT CAN APPLY UNDER THE KEY-ID  *
152600* - ITS OWN OR AN ANY-KEY MAP - AS FAR AS THE MESSAGE REACHES.   *
152700***************************************************************** 
152800 3430-KEEP-TYPE-COLUMNS.                                          
152900     IF IQ-FE-TYPE(IQ-FMAP-FI) = SPACES                           
153000         GO TO 3430-EXIT                                          
153100     END-IF.                                                      
153200     IF IQ-FE-KEY-ID(IQ-FMAP-FI) NOT = IQ-FMAP-KEY-ID             
153300             AND IQ-FE-KEY-ID(IQ-FMAP-FI) NOT = SPACES            
153400         GO TO 3430-EXIT                                          
153500     END-IF.                                                      
153600     MOVE IQ-FE-TYPE-START(IQ-FMAP-FI) TO IQ-FMAP-POS.            
153700     IF IQ-FMAP-POS > IQ-CIPHER-LENGTH                            
153800         GO TO 3430-EXIT                                          
153900     END-IF.                                                      
154000     MOVE IQ-FE-TYPE-LENGTH(IQ-FMAP-FI) TO IQ-FMAP-SPAN.          
154100     IF IQ-FMAP-POS + IQ-FMAP-SPAN - 1 > IQ-CIPHER-LENGTH         
154200         COMPUTE IQ-FMAP-SPAN = IQ-CIPHER-LENGTH - IQ-FMAP-POS + 1
154300     END-IF.                                                      
154400     MOVE IQ-CIPHER-REC(IQ-FMAP-POS:IQ-FMAP-SPAN)                 
154500         TO IQ-CLEAR-TEXT(IQ-FMAP-POS:IQ-FMAP-SPAN).              
154600 3430-EXIT.                                                       
154700     EXIT.                                                        
154800*                                                                 
154900***************************************************************** 
155000* 3900-WRITE-AUDIT-RECORD - LOG THE VIEWING OF ONE MESSAGE IN    *
155100* THE CLEAR. THE PARAGRAPH FIELD NAMES THE VIEWER; THE SHIFT,    *
155200* KEY-ID, GENERATION, AND LENGTH ARE THOSE OF THE MESSAGE SHOWN. *
155300***************************************************************** 
155400 3900-WRITE-AUDIT-RECORD.                                         
155500     MOVE SPACES TO IQ-AUDIT-REC.                                 
155600     MOVE IQ-RUN-DATE TO IQ-AUDIT-DATE.                           
155700     MOVE SPACES TO IQ-AUDIT-PARAGRAPH.                           
155800     STRING "5000-VIEW " DELIMITED BY SIZE                        
155900            IQ-USER-ID DELIMITED BY SPACE                         
156000         INTO IQ-AUDIT-PARAGRAPH                                  
156100     END-STRING.                                                  
156200     MOVE IQ-E-SHIFT(IQ-CX) TO IQ-AUDIT-SHIFT.                    
156300     MOVE IQ-E-LENGTH(IQ-CX) TO IQ-AUDIT-LENGTH.                  
156400     MOVE IQ-E-KEY-ID(IQ-CX) TO IQ-AUDIT-KEY-ID.                  
156500     MOVE "CEASINQ" TO IQ-AUDIT-PROGRAM.                          
156600     MOVE IQ-E-GEN-DATE(IQ-CX) TO IQ-AUDIT-GEN-DATE.              
156700     PERFORM 3950-STAMP-AUDIT-RECORD THRU 3950-EXIT.              
156800     WRITE IQ-AUDIT-REC.                                          
156900     ADD 1 TO IQ-AUD-REC-COUNT.                                   
157000 3900-EXIT.                                                       
157100     EXIT.                                                        
157200*                                                                 
157300***************************************************************** 
157400* 3950-STAMP-AUDIT-RECORD - GIVE THE AUDIT RECORD THE NEXT       *
157500* SEQUENCE NUMBER AND CHAIN ITS CHECK VALUE FROM THE LAST ONE:   *
157600* THE LAST CHECK VALUE TIMES 31, PLUS EACH OF THE RECORD'S FIRST *
157700* 70 BYTE VALUES WEIGHTED BY ITS POSITION, PLUS THE SEQUENCE     *
157800* NUMBER, ALL MODULO 999999937 - THE CEASER RULE.                *
157900***************************************************************** 
158000 3950-STAMP-AUDIT-RECORD.                                         
158100     IF IQ-AUD-SEQ-NO = 999999999                                 
158200         MOVE 1 TO IQ-AUD-SEQ-NO                                  
158300     ELSE                                                         
158400         ADD 1 TO IQ-AUD-SEQ-NO                                   
158500     END-IF.                                                      
158600     MOVE "S" TO IQ-AUDIT-STAMP.                                  
158700     MOVE IQ-AUD-SEQ-NO TO IQ-AUDIT-SEQ-NO.                       
158800     MOVE SPACE TO IQ-AUDIT-REC(80:1).                            
158900     MOVE ZERO TO IQ-AUD-BYTE-SUM.                                
159000     MOVE 1 TO IQ-AUD-BI.                                         
159100     PERFORM 3960-ADD-ONE-AUDIT-BYTE THRU 3960-EXIT 70 TIMES.     
159200     COMPUTE IQ-AUD-CHECK-WORK = IQ-AUD-CHECK-VALUE * 31          
159300         + IQ-AUD-BYTE-SUM + IQ-AUD-SEQ-NO.                       
159400     DIVIDE IQ-AUD-CHECK-WORK BY 999999937                        
159500         GIVING IQ-AUD-CHECK-QUOT REMAINDER IQ-AUD-CHECK-VALUE.   
159600     MOVE IQ-AUD-CHECK-VALUE TO IQ-AUDIT-CHECK-VALUE.             
159700 3950-EXIT.                                                       
159800     EXIT.                                                        
159900*                                                                 
160000 3960-ADD-ONE-AUDIT-BYTE.                                         
160100     MOVE IQ-AUDIT-REC(IQ-AUD-BI:1) TO IQ-ORD-CHAR.               
160200     COMPUTE IQ-AUD-BYTE-SUM = IQ-AUD-BYTE-SUM                    
160300         + IQ-ORD-VALUE * IQ-AUD-BI.                              
160400     ADD 1 TO IQ-AUD-BI.                                          
160500 3960-EXIT.                                                       
160600     EXIT.                                                        
160700*                                                                 
160800***************************************************************** 
160900* 4000-PRINT-TOTALS - LIST THE MESSAGES THAT COULD NOT BE SHOWN  *
161000* AND WHY, THE COUNTS BEHIND THE RUN, AND THE RETURN CODE.       *
161100***************************************************************** 
161200 4000-PRINT-TOTALS.                                               
161300     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
161400     MOVE "MESSAGES NOT SHOWN" TO IQ-SECTION-TITLE.               
161500     MOVE IQ-SECTION-LINE TO IQ-PRINT-LINE.                       
161600     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
161700     PERFORM 4050-LIST-ONE-NOT-SHOWN THRU 4050-EXIT               
161800         VARYING IQ-EX FROM 1 BY 1 UNTIL IQ-EX > IQ-ENTRY-COUNT.  
161900     IF IQ-NOT-SHOWN-COUNT = ZERO                                 
162000         MOVE SPACES TO IQ-TEXT                                   
162100         MOVE "NONE - EVERY MESSAGE REQUESTED WAS SHOWN"          
162200             TO IQ-TEXT                                           
162300         MOVE IQ-TEXT-LINE TO IQ-PRINT-LINE                       
162400         PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT            
162500     END-IF.                                                      
162600     PERFORM 2750-PRINT-BLANK-LINE THRU 2750-EXIT.                
162700     MOVE "INQUIRY TOTALS" TO IQ-SECTION-TITLE.                   
162800     MOVE IQ-SECTION-LINE TO IQ-PRINT-LINE.                       
162900     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
163000     MOVE "MESSAGES REQUESTED" TO IQ-COUNT-LABEL.                 
163100     MOVE IQ-ENTRY-COUNT TO IQ-COUNT-VALUE.                       
163200     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
163300     MOVE "MESSAGES SHOWN" TO IQ-COUNT-LABEL.                     
163400     MOVE IQ-SHOWN-COUNT TO IQ-COUNT-VALUE.                       
163500     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
163600     MOVE "  CHECK VALUE VERIFIED" TO IQ-COUNT-LABEL.             
163700     MOVE IQ-VERIFIED-COUNT TO IQ-COUNT-VALUE.                    
163800     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
163900     MOVE "  CHECK VALUE MISMATCH" TO IQ-COUNT-LABEL.             
164000     COMPUTE IQ-COUNT-VALUE = IQ-SHOWN-COUNT - IQ-VERIFIED-COUNT. 
164100     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
164200     MOVE "MESSAGES NOT SHOWN" TO IQ-COUNT-LABEL.                 
164300     MOVE IQ-NOT-SHOWN-COUNT TO IQ-COUNT-VALUE.                   
164400     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
164500     MOVE "  NOT ON THE MESSAGE INDEX" TO IQ-COUNT-LABEL.         
164600     MOVE IQ-NOT-INDEXED-COUNT TO IQ-COUNT-VALUE.                 
164700     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
164800     MOVE "  NO MATCHING ENCRYPT AUDIT RECORD" TO IQ-COUNT-LABEL. 
164900     MOVE IQ-NOT-AUDITED-COUNT TO IQ-COUNT-VALUE.                 
165000     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
165100     MOVE "  GENERATION REFUSED" TO IQ-COUNT-LABEL.               
165200     MOVE IQ-GEN-REFUSED-COUNT TO IQ-COUNT-VALUE.                 
165300     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
165400     MOVE "  NOT ON CEASOUT AS INDEXED" TO IQ-COUNT-LABEL.        
165500     MOVE IQ-NOT-ON-FILE-COUNT TO IQ-COUNT-VALUE.                 
165600     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
165700     MOVE "AUDIT RECORDS WRITTEN" TO IQ-COUNT-LABEL.              
165800     MOVE IQ-AUD-REC-COUNT TO IQ-COUNT-VALUE.                     
165900     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT.                
166000     DISPLAY "CEASINQ0012 - " IQ-ENTRY-COUNT                      
166100         " MESSAGES REQUESTED, " IQ-SHOWN-COUNT " SHOWN, "        
166200         IQ-NOT-SHOWN-COUNT " NOT SHOWN".                         
166300     IF IQ-MISMATCH-COUNT > ZERO                                  
166400         MOVE 8 TO RETURN-CODE                                    
166500         GO TO 4000-EXIT                                          
166600     END-IF.                                                      
166700     IF IQ-NOT-SHOWN-COUNT > ZERO                                 
166800         MOVE 4 TO RETURN-CODE                                    
166900     END-IF.                                                      
167000 4000-EXIT.                                                       
167100     EXIT.                                                        
167200*                                                                 
167300 4050-LIST-ONE-NOT-SHOWN.                                         
167400     IF IQ-E-SHOWN(IQ-EX)                                         
167500         GO TO 4050-EXIT                                          
167600     END-IF.                                                      
167700     ADD 1 TO IQ-NOT-SHOWN-COUNT.                                 
167800     EVALUATE TRUE                                                
167900         WHEN IQ-E-NOT-INDEXED(IQ-EX)                             
168000             ADD 1 TO IQ-NOT-INDEXED-COUNT                        
168100         WHEN IQ-E-NOT-AUDITED(IQ-EX)                             
168200             ADD 1 TO IQ-NOT-AUDITED-COUNT                        
168300         WHEN IQ-E-GEN-REFUSED(IQ-EX)                             
168400             ADD 1 TO IQ-GEN-REFUSED-COUNT                        
168500         WHEN OTHER                                               
168600             ADD 1 TO IQ-NOT-ON-FILE-COUNT                        
168700             IF IQ-E-READY(IQ-EX)                                 
168800                 MOVE "L" TO IQ-E-STATUS(IQ-EX)                   
168900                 MOVE "NOT ON CEASOUT - FILE ENDS BEFORE IT"      
169000                     TO IQ-E-REASON(IQ-EX)                        
169100             END-IF                                               
169200     END-EVALUATE.                                                
169300     MOVE IQ-E-NUMBER(IQ-EX) TO IQ-MS-NUMBER.                     
169400     MOVE IQ-E-REASON(IQ-EX) TO IQ-MS-REASON.                     
169500     MOVE IQ-MISS-LINE TO IQ-PRINT-LINE.                          
169600     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
169700 4050-EXIT.                                                       
169800     EXIT.                                                        
169900*                                                                 
170000 4100-PRINT-COUNT-LINE.                                           
170100     MOVE IQ-COUNT-LINE TO IQ-PRINT-LINE.                         
170200     PERFORM 2700-PRINT-REPORT-LINE THRU 2700-EXIT.               
170300 4100-EXIT.                                                       
170400     EXIT.                                                        
170500*                                                                 
170600***************************************************************** 
170700* 9000-TERMINATE - SAVE THE AUDIT CHAIN AND CLOSE FILES AT       *
170800* NORMAL END OF JOB.                                             *
170900***************************************************************** 
171000 9000-TERMINATE.                                                  
171100     PERFORM 1750-SAVE-AUDIT-SEQUENCE THRU 1750-EXIT.             
171200     CLOSE CEASER-AUDIT-FILE.                                     
171300     CLOSE INQ-REPORT-FILE.                                       
171400 9000-EXIT.                                                       
171500     EXIT.                                                        
171600*                                                                 
171700***************************************************************** 
171800* 9900-ABEND-ROUTINE - REPORT A FATAL ERROR AND STOP. ONCE THE   *
171900* AUDIT TRAIL IS OPEN, ANY RECORDS ALREADY ADDED TO IT ARE SAVED *
172000* IN CEASAUDS FIRST, SO THE CHAIN STAYS WHOLE.                   *
172100***************************************************************** 
172200 9900-ABEND-ROUTINE.                                              
172300     IF IQ-AUDIT-OPEN                                             
172400         PERFORM 1750-SAVE-AUDIT-SEQUENCE THRU 1750-EXIT          
172500         CLOSE CEASER-AUDIT-FILE                                  
172600     END-IF.                                                      
172700     DISPLAY "CEASINQ - JOB TERMINATED, RETURN CODE " RETURN-CODE.
172800     STOP RUN.                                                    
172900 9900-EXIT.                                                       
173000     EXIT.                                                        
