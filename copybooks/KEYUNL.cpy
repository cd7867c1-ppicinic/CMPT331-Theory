000100***************************************************************** 
000200* KEYUNL - CEASKEY UNLOAD RECORD LAYOUT.                         *
000300*                                                                *
000400* THE PERIODIC UNLOAD CEASKUL TAKES OF THE CEASER-KEY-FILE KEY   *
000500* TABLE: A *HDR RECORD STAMPED WITH THE DATE AND TIME OF THE     *
000600* UNLOAD, ONE RECORD PER GENERATION IN KEY ORDER - AN EXACT      *
000700* IMAGE OF CIPHER-KEY-REC - AND A *TRL RECORD WITH THE           *
000800* GENERATION COUNT. CEASKRC REBUILDS THE TABLE FROM IT BY        *
000900* ROLLING THE CEASKLOG KEY-CHANGE LOG FORWARD FROM THE *HDR      *
001000* TIMESTAMP. THE UNLOAD CARRIES TYPE-V KEYWORDS AND MUST BE      *
001100* PROTECTED LIKE CEASKEY ITSELF.                                 *
001200***************************************************************** 
001300*                                                                 
001400* MODIFICATION HISTORY.                                           
001500*  DATE       INIT  DESCRIPTION                                   
001600*  10/15/2026 MWK   ORIGINAL COPYBOOK, WRITTEN FOR THE CEASKEY    
001700*                   UNLOAD AND RECOVERY PROGRAMS.                 
001800*                                                                 
001900 01  KEY-UNLOAD-REC.                                              
002000     05  KU-RECORD-ID                PIC X(05).                   
002100         88  KU-HEADER-REC               VALUE "*HDR ".           
002200         88  KU-TRAILER-REC              VALUE "*TRL ".           
002300     05  FILLER                      PIC X(123).                  
002400 01  KU-HEADER-FIELDS.                                            
002500     05  FILLER                      PIC X(05).                   
002600     05  KU-HDR-FILE-NAME            PIC X(08).                   
002700     05  KU-HDR-DATE                 PIC 9(08).                   
002800     05  KU-HDR-TIME                 PIC 9(06).                   
002900     05  FILLER                      PIC X(101).                  
003000 01  KU-TRAILER-FIELDS.                                           
003100     05  FILLER                      PIC X(05).                   
003200     05  KU-TRL-COUNT                PIC 9(08).                   
003300     05  FILLER                      PIC X(115).                  
