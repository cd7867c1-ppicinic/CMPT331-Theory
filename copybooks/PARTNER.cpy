000100***************************************************************** 
000200* PARTNER - PARTNER MASTER RECORD LAYOUT (DD CEASPTNR).          *
000300*                                                                *
000400* ONE RECORD PER INBOUND FEED, KEYED BY THE FEED ID THE PARTNER  *
000500* PUTS ON THE FILE'S *HDR CONTROL HEADER. A PARTNER WITH SEVERAL *
000600* FEEDS HAS ONE RECORD PER FEED, TIED TOGETHER BY THE PARTNER    *
000700* ID. EACH RECORD NAMES THE PARTNER AND WHO TO CALL THERE, THE   *
000800* KEY-IDS THE FEED IS ENCIPHERED UNDER, THE DAYS OF THE WEEK A   *
000900* FILE IS EXPECTED AND THE TIME OF DAY IT SHOULD BE IN BY, AND   *
001000* WHICH CIPHER PROGRAM RUNS IT. CEASPMT MAINTAINS IT; CEASMON    *
001100* CHECKS THE PROCESSED-FILE REGISTER (CEASPREG) AGAINST THE      *
001200* SCHEDULE ON IT.                                                *
001300*                                                                *
001400* THE ARRIVAL DAYS ARE SEVEN Y/N BYTES, MONDAY FIRST. THE CUTOFF *
001500* IS HHMM ON THE 24-HOUR CLOCK. AN INACTIVE FEED STAYS ON FILE   *
001600* FOR THE RECORD BUT IS NOT EXPECTED.                            *
001700***************************************************************** 
001800*                                                                 
001900* MODIFICATION HISTORY.                                           
002000*  DATE       INIT  DESCRIPTION                                   
002100*  10/15/2026 MWK   ORIGINAL COPYBOOK, WRITTEN FOR THE PARTNER    
002200*                   MASTER AND THE MISSING-FILE MONITOR.          
002300*                                                                 
002400 01  PARTNER-MASTER-REC.                                          
002500     05  PM-KEY.                                                  
002600         10  PM-FEED-ID              PIC X(08).                   
002700     05  PM-PARTNER-ID               PIC X(08).                   
002800     05  PM-PARTNER-NAME             PIC X(30).                   
002900     05  PM-STATUS                   PIC X(01).                   
003000         88  PM-FEED-ACTIVE              VALUE "A".               
003100         88  PM-FEED-INACTIVE            VALUE "I".               
003200     05  PM-CIPHER-PROGRAM           PIC X(08).                   
003300         88  PM-CIPHER-CEASER            VALUE "CEASER".          
003400         88  PM-CIPHER-CEASERV           VALUE "CEASERV".         
003500     05  PM-KEY-ID-LIST.                                          
003600         10  PM-KEY-ID               PIC X(08) OCCURS 4 TIMES.    
003700     05  PM-ARRIVAL-DAYS             PIC X(07).                   
003800     05  PM-ARRIVAL-DAY-TABLE REDEFINES PM-ARRIVAL-DAYS.          
003900         10  PM-ARRIVAL-DAY          PIC X(01) OCCURS 7 TIMES.    
004000     05  PM-CUTOFF-TIME              PIC 9(04).                   
004100     05  PM-CUTOFF-HHMM REDEFINES PM-CUTOFF-TIME.                 
004200         10  PM-CUTOFF-HH            PIC 9(02).                   
004300         10  PM-CUTOFF-MM            PIC 9(02).                   
004400     05  PM-PRIMARY-CONTACT.                                      
004500         10  PM-CONTACT-NAME         PIC X(30).                   
004600         10  PM-CONTACT-PHONE        PIC X(20).                   
004700         10  PM-CONTACT-EMAIL        PIC X(50).                   
004800     05  PM-ALTERNATE-CONTACT.                                    
004900         10  PM-ALT-CONTACT-NAME     PIC X(30).                   
005000         10  PM-ALT-CONTACT-PHONE    PIC X(20).                   
005100         10  PM-ALT-CONTACT-EMAIL    PIC X(50).                   
005200     05  PM-ADDED-BY                 PIC X(08).                   
005300     05  PM-ADDED-DATE               PIC 9(08).                   
005400     05  PM-CHANGED-BY               PIC X(08).                   
005500     05  PM-CHANGED-DATE             PIC 9(08).                   
005600     05  PM-CHANGED-TIME             PIC 9(06).                   
005700     05  FILLER                      PIC X(64).                   
