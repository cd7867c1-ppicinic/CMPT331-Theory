000900* GENERATION IN EFFECT FOR THE RUN DATE IS SELECTED AT RUN       *
001000* TIME. A RETIRED GENERATION STAYS ON FILE FOR THE RECORD BUT    *
001100* IS NEVER SELECTED.                                             *
001200* A NEW GENERATION IS WRITTEN PENDING APPROVAL AND IS NEVER      *
001300* SELECTED UNTIL A SECOND USER, NOT THE ONE WHO ENTERED IT,      *
001400* APPROVES IT IN CEASMNT. THE MAKER AND CHECKER USER IDS AND     *
001500* TIMESTAMPS ARE CARRIED ON THE RECORD.                          *
001600* A GENERATION DECLARED COMPROMISED IS NEVER USED AGAIN BY ANY   *
001700* PROGRAM; THE DATE THE EXPOSURE IS BELIEVED TO HAVE BEGUN IS    *
001800* CARRIED FOR THE IMPACT RUN (CEASIMP).                          *
001900***************************************************************** 
002000*                                                                 
002100* MODIFICATION HISTORY.                                           
002200*  DATE       INIT  DESCRIPTION                                   
002300*  08/15/2026 MWK   ORIGINAL COPYBOOK, WRITTEN FOR THE CEASER     
002400*                   KEYED KEY-TABLE LOOKUP.                       
002500*  08/23/2026 MWK   EFFECTIVE DATE PROMOTED INTO THE RECORD KEY   
002600*                   SO A KEY-ID CAN CARRY MULTIPLE DATED          
002700*                   GENERATIONS. ADDED THE GENERATION STATUS      
002800*                   BYTE (ACTIVE/RETIRED).                        
002900*  08/23/2026 MWK   ADDED THE PER-KEY DIGIT OPTION - Y MEANS      
003000*                   THE DIGITS 0-9 ARE ROTATED AS WELL AS THE     
003100*                   LETTERS, FOR PARTNERS WHO CAN ACCEPT IT;      
003200*                   ANYTHING ELSE KEEPS THE LETTERS-ONLY          
003300*                   BEHAVIOR LEGACY FEEDS EXPECT.                 
003400*  08/23/2026 MWK   ADDED THE KEY TYPE AND KEYWORD FIELDS SO      
003500*                   VIGENERE KEYWORD KEYS LIVE IN THIS ONE        
003600*                   PROTECTED DATASET TOO, INSTEAD OF IN CLEAR    
003700*                   TEXT IN JCL PARMS AND SYSIN CARDS. TYPE C     
003800*                   (OR BLANK, FOR RECORDS LOADED BEFORE THE      
003900*                   FIELD EXISTED) IS A CAESAR SHIFT KEY USED     
004000*                   BY CEASER; TYPE V IS A KEYWORD KEY USED BY    
004100*                   CEASERV, WITH THE SHIFT VALUE UNUSED.         
004200*  10/15/2026 MWK   RECORD WIDENED FROM 80 TO 128 BYTES FOR       
004300*                   DUAL CONTROL. ADDED STATUS P (PENDING         
004400*                   APPROVAL) AND X (REJECTED) AND THE MAKER      
004500*                   AND CHECKER USER IDS, DATES AND TIMES. ONLY   
004600*                   AN ACTIVE GENERATION IS EVER SELECTED, SO A   
004700*                   PENDING OR REJECTED ONE NEVER IS. RECORDS     
004800*                   CARRIED FORWARD FROM THE 80-BYTE FILE HAVE    
004900*                   BLANK MAKER AND CHECKER FIELDS.               
005000*  10/15/2026 MWK   ADDED STATUS C (COMPROMISED) AND THE          
005100*                   COMPROMISE AS-OF DATE. A COMPROMISED          
005200*                   GENERATION IS NEVER SELECTED, AND ENDS THE    
005300*                   CHAIN OF PRIOR GENERATIONS A LOOKUP MAY FALL  
005400*                   BACK ON.                                      
005500*                                                                 
005600 01  CIPHER-KEY-REC.                                              
005700     05  CK-KEY.                                                  
005800         10  CK-KEY-ID               PIC X(08).                   
005900         10  CK-EFFECTIVE-DATE       PIC 9(08).                   
006000     05  CK-SHIFT-VALUE              PIC 9(02).                   
006100     05  CK-STATUS                   PIC X(01).                   
006200         88  CK-GEN-ACTIVE               VALUE "A".               
006300         88  CK-GEN-RETIRED              VALUE "R".               
006400         88  CK-GEN-PENDING              VALUE "P".               
006500         88  CK-GEN-REJECTED             VALUE "X".               
006600         88  CK-GEN-COMPROMISED          VALUE "C".               
006700     05  CK-DIGIT-OPTION             PIC X(01).                   
006800         88  CK-DIGITS-CIPHERED          VALUE "Y".               
006900     05  CK-KEY-TYPE                 PIC X(01).                   
007000         88  CK-TYPE-CAESAR              VALUE "C" " ".           
007100         88  CK-TYPE-VIGENERE            VALUE "V".               
007200     05  CK-KEYWORD                  PIC X(20).                   
007300     05  CK-DESCRIPTION              PIC X(30).                   
007400     05  CK-MAKER-ID                 PIC X(08).                   
007500     05  CK-MAKER-DATE               PIC 9(08).                   
007600     05  CK-MAKER-TIME               PIC 9(06).                   
007700     05  CK-CHECKER-ID               PIC X(08).                   
007800     05  CK-CHECKER-DATE             PIC 9(08).                   
007900     05  CK-CHECKER-TIME             PIC 9(06).                   
008000     05  CK-COMPROMISE-DATE          PIC 9(08).                   
008100     05  FILLER                      PIC X(05).                   
