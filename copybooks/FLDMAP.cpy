000100***************************************************************** 
000200* FLDMAP - FIELD MAP CARD LAYOUT (DD CEASFMAP).                  *
000300*                                                                *
000400* A PARTNER WHOSE RECEIVING SYSTEMS SORT AND ROUTE ON RECORD     *
000500* TYPES, DATES OR ROUTING CODES CAN HAVE ONLY ITS SENSITIVE      *
000600* COLUMNS CIPHERED - NAMES, ACCOUNT NUMBERS - AND THE REST OF    *
000700* EACH FIXED-FORMAT RECORD LEFT IN CLEAR. THE FIELD MAP SAYS     *
000800* WHICH COLUMNS. CEASER, CEASERV, CEASCHG, CEASVFY AND CEASINQ   *
000900* ALL LOAD IT AT START-UP AND APPLY IT ON EVERY ENCRYPT AND      *
001000* DECRYPT; A KEY-ID WITH NO MAP IS CIPHERED WHOLE, AS ALWAYS.    *
001100*                                                                *
001200* ONE CARD PER COLUMN RANGE. THE CARDS OF ONE MAP - SAME KEY-ID, *
001300* SAME RECORD TYPE - MUST BE TOGETHER, UP TO 20 RANGES A MAP AND *
001400* 100 MAPS A FILE. A MAP WITH A RECORD TYPE APPLIES TO THE       *
001500* RECORDS CARRYING THAT TYPE IN THE TYPE COLUMNS, WHICH MUST NOT *
001600* FALL IN ANY OF ITS OWN RANGES. A MAP WITH NO RECORD TYPE       *
001700* APPLIES TO EVERY OTHER RECORD UNDER ITS KEY-ID. A MAP WITH NO  *
001800* KEY-ID MUST HAVE A RECORD TYPE AND APPLIES TO THAT TYPE UNDER  *
001900* ANY KEY-ID. THE KEY-ID'S OWN TYPED MAP WINS, THEN ITS UNTYPED  *
002000* ONE, THEN AN ANY-KEY TYPED ONE; A RECORD NONE OF THEM COVERS   *
002100* IS CIPHERED WHOLE EXCEPT FOR TYPE COLUMNS. THE TYPE COLUMNS OF *
002200* EVERY TYPED MAP THAT CAN APPLY UNDER THE KEY-ID - ITS OWN AND  *
002300* THE ANY-KEY ONES - ARE NEVER CIPHERED, WHICHEVER MAP IS USED   *
002400* OR NONE, EVEN WHERE ANOTHER MAP'S RANGE COVERS THEM, SO THE    *
002500* TYPE READS THE SAME ON THE WAY BACK AND THE DECRYPT PICKS THE  *
002600* SAME MAP. A RANGE RUNNING PAST THE END OF A SHORT RECORD IS    *
002700* CUT OFF AT THE END OF THE TEXT.                                *
002800*                                                                *
002900* ONLY THE COLUMNS IN RANGE CHANGE (OR, CIPHERED WHOLE, ALL BUT  *
003000* THE TYPE COLUMNS), AND THEY CHANGE EXACTLY AS THEY WOULD IN A  *
003100* WHOLE-RECORD CIPHER, SO THE *TRL HASH TOTALS STILL RECONCILE   *
003200* AND CEASVFY STILL PROVES THE FILE. A CARD WITH AN ASTERISK IN  *
003300* COLUMN 1 IS A COMMENT. A RUN WITH NO FIELD-LEVEL PARTNERS CAN  *
003400* POINT CEASFMAP AT AN EMPTY DATASET.                            *
003500***************************************************************** 
003600*                                                                 
003700* MODIFICATION HISTORY.                                           
003800*  DATE       INIT  DESCRIPTION                                   
003900*  10/15/2026 MWK   ORIGINAL COPYBOOK, WRITTEN FOR FIELD-LEVEL    
004000*                   CIPHERING OF FIXED-FORMAT PARTNER RECORDS.    
004100*  10/15/2026 MWK   TYPE COLUMNS OF EVERY TYPED MAP UNDER A KEY-ID
004200*                   ARE NOW NEVER CIPHERED, WHOLE-RECORD OR NOT.  
004300*                                                                 
004400*    COLUMNS  1- 8  KEY-ID, OR BLANK FOR ANY KEY-ID.              
004500*    COLUMNS 10-17  RECORD TYPE, OR BLANK FOR EVERY RECORD.       
004600*    COLUMNS 19-22  FIRST COLUMN OF THE RECORD TYPE IN THE RECORD.
004700*    COLUMNS 24-25  LENGTH OF THE RECORD TYPE, 1 TO 8.            
004800*    COLUMNS 27-30  FIRST COLUMN TO CIPHER.                       
004900*    COLUMNS 32-35  LAST COLUMN TO CIPHER.                        
005000*    COLUMNS 37-66  DESCRIPTION OF THE FIELD, FOR THE READER.     
005100*    COLUMNS 67-80  RESERVED.                                     
005200 01  FIELD-MAP-CARD.                                              
005300     05  FM-KEY-ID                   PIC X(08).                   
005400     05  FM-KEY-ID-R REDEFINES FM-KEY-ID.                         
005500         10  FM-COMMENT-FLAG         PIC X(01).                   
005600             88  FM-COMMENT-CARD         VALUE "*".               
005700         10  FILLER                  PIC X(07).                   
005800     05  FILLER                      PIC X(01).                   
005900     05  FM-RECORD-TYPE              PIC X(08).                   
006000     05  FILLER                      PIC X(01).                   
006100     05  FM-TYPE-START               PIC 9(04).                   
006200     05  FILLER                      PIC X(01).                   
006300     05  FM-TYPE-LENGTH              PIC 9(02).                   
006400     05  FILLER                      PIC X(01).                   
006500     05  FM-RANGE-FROM               PIC 9(04).                   
006600     05  FILLER                      PIC X(01).                   
006700     05  FM-RANGE-TO                 PIC 9(04).                   
006800     05  FILLER                      PIC X(01).                   
006900     05  FM-DESCRIPTION              PIC X(30).                   
007000     05  FILLER                      PIC X(14).                   
