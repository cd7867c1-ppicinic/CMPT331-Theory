000100***************************************************************** 
000200* MSGIDX - MESSAGE INDEX RECORD LAYOUT (DD CEASMIDX, CEASBIDX).  *
000300*                                                                *
000400* EVERY CEASER ENCRYPT RUN WRITES ONE RECORD PER DATA MESSAGE IT *
000500* PUTS ON CEASOUT, SO A SINGLE MESSAGE OF A SHIPPED FILE CAN BE  *
000600* FOUND AND DECRYPTED ON ITS OWN (CEASINQ) INSTEAD OF RERUNNING  *
000700* THE WHOLE FILE. FEED ID AND FILE DATE ARE THOSE ON THE *HDR OF *
000800* THE FILE THE RECORD DESCRIBES, AND THE MESSAGE NUMBER IS THE   *
000900* MESSAGE'S PLACE AMONG THE DATA RECORDS OF THAT FILE, COUNTING  *
001000* FROM 1 AND LEAVING OUT THE *HDR, *TRL AND *KEY RECORDS. FOR A  *
001100* SINGLE-PARTNER RUN THAT FILE IS CEASOUT ITSELF, THE FILE THE   *
001200* PARTNER HOLDS. A MULTI-PARTNER (*INFILE*) RUN'S CEASMIDX       *
001300* DESCRIBES THE COMBINED CEASOUT, WHICH IS NEVER SHIPPED,        *
001400* NUMBERED ACROSS ALL ITS PARTNER GROUPS; CEASBST THEN WRITES    *
001500* EACH ENTRY AGAIN TO CEASBIDX UNDER THE PIECE'S FEED ID AND     *
001600* DATE, NUMBERED WITHIN THE PIECE - THOSE ARE THE RECORDS THAT   *
001700* MATCH WHAT A PARTNER HOLDS AND QUOTES. THE LENGTH IS THE REAL  *
001800* TEXT LENGTH. THE CHECK VALUE IS THE *TRL HASH RULE APPLIED TO  *
001900* THE ONE MESSAGE'S PLAINTEXT - THE SUM OF ITS BYTE VALUES PLUS  *
002000* ITS LENGTH - SO A LOOKUP CAN PROVE IT DECRYPTED THE MESSAGE    *
002100* BACK TO WHAT WAS SENT. THE KEY-ID, GENERATION AND AUDIT        *
002200* SEQUENCE NUMBER ARE THOSE OF THE AUDIT RECORD THE ENCRYPT      *
002300* WROTE FOR THE MESSAGE; THE INBOUND FILE DATE IS THE CREATION   *
002400* DATE ON THE CEASIN *HDR, FOR THE OPERATOR.                     *
002500***************************************************************** 
002600*                                                                 
002700* MODIFICATION HISTORY.                                           
002800*  DATE       INIT  DESCRIPTION                                   
002900*  10/15/2026 MWK   ORIGINAL COPYBOOK, WRITTEN FOR THE CEASER     
003000*                   MESSAGE INDEX AND THE CEASINQ LOOKUP.         
003100*  10/15/2026 MWK   COMMENTS NOW COVER THE BURST PIECE INDEX      
003200*                   CEASBST WRITES TO CEASBIDX FOR A MULTI-PARTNER
003300*                   FILE.                                         
003400*                                                                 
003500 01  MESSAGE-INDEX-REC.                                           
003600     05  MX-FEED-ID                  PIC X(08).                   
003700     05  MX-FILE-DATE                PIC 9(08).                   
003800     05  MX-MESSAGE-NUMBER           PIC 9(09).                   
003900     05  MX-LENGTH                   PIC 9(04).                   
004000     05  MX-CHECK-VALUE              PIC 9(09).                   
004100     05  MX-KEY-ID                   PIC X(08).                   
004200     05  MX-GEN-DATE                 PIC 9(08).                   
004300     05  MX-AUDIT-SEQ-NO             PIC 9(09).                   
004400     05  MX-IN-FILE-DATE             PIC 9(08).                   
004500     05  FILLER                      PIC X(09).                   
