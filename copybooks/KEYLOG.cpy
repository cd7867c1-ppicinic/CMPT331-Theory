000100***************************************************************** 
000200* KEYLOG - KEY-CHANGE HISTORY LOG RECORD LAYOUT.                 *
000300*                                                                *
000400* ONE RECORD PER CHANGE CEASMNT APPLIES TO THE CEASER-KEY-FILE   *
000500* KEY TABLE, MENU OR BATCH, WRITTEN IN THE ORDER THE CHANGES     *
000600* WERE MADE. BESIDES ANSWERING THE AUDITORS'                     *
000700* WHO-CHANGED-WHICH-KEY-WHEN QUESTION IT IS THE FORWARD-RECOVERY *
000800* LOG FOR CEASKEY: CEASKRC ROLLS IT FORWARD OVER A CEASKUL       *
000900* UNLOAD TO REBUILD THE TABLE AS OF ANY DATE AND TIME. THE       *
001000* KEYWORD OF A TYPE-V GENERATION IS NEVER WRITTEN HERE - THE LOG *
001100* IS NOT A PROTECTED DATASET.                                    *
001200***************************************************************** 
001300*                                                                 
001400* MODIFICATION HISTORY.                                           
001500*  DATE       INIT  DESCRIPTION                                   
001600*  10/15/2026 MWK   ORIGINAL COPYBOOK - LAYOUT MOVED OUT OF       
001700*                   CEASMNT SO THE RECOVERY PROGRAM SHARES IT.    
001800*                   ADDED THE GENERATION DESCRIPTION AND WIDENED  
001900*                   THE RECORD FROM 120 TO 150 BYTES, SO A        
002000*                   GENERATION ADDED AFTER THE LAST UNLOAD CAN    
002100*                   BE REBUILT WHOLE.                             
002200*                                                                 
002300*    USER ID IS WHO APPLIED THIS CHANGE; THE MAKER FIELDS ARE WHO 
002400*    ENTERED THE GENERATION AND WHEN, SO AN APPROV OR REJECT      
002500*    RECORD CARRIES BOTH HALVES OF THE DUAL CONTROL. A COMPRO     
002600*    RECORD CARRIES THE COMPROMISE AS-OF DATE. AN ADD RECORD      
002700*    WRITTEN BEFORE DUAL CONTROL HAS NO MAKER ID - THAT           
002800*    GENERATION WENT LIVE ON ENTRY.                               
002900 01  KEY-CHANGE-LOG-REC.                                          
003000     05  LG-DATE                     PIC 9(08).                   
003100     05  FILLER                      PIC X(01) VALUE SPACE.       
003200     05  LG-TIME                     PIC 9(06).                   
003300     05  FILLER                      PIC X(01) VALUE SPACE.       
003400     05  LG-SOURCE                   PIC X(05).                   
003500     05  FILLER                      PIC X(01) VALUE SPACE.       
003600     05  LG-ACTION                   PIC X(06).                   
003700     05  FILLER                      PIC X(01) VALUE SPACE.       
003800     05  LG-KEY-ID                   PIC X(08).                   
003900     05  FILLER                      PIC X(01) VALUE SPACE.       
004000     05  LG-EFF-DATE                 PIC 9(08).                   
004100     05  FILLER                      PIC X(01) VALUE SPACE.       
004200     05  LG-KEY-TYPE                 PIC X(01).                   
004300     05  FILLER                      PIC X(01) VALUE SPACE.       
004400     05  LG-SHIFT                    PIC 9(02).                   
004500     05  FILLER                      PIC X(01) VALUE SPACE.       
004600     05  LG-DIGIT                    PIC X(01).                   
004700     05  FILLER                      PIC X(01) VALUE SPACE.       
004800     05  LG-USER-ID                  PIC X(08).                   
004900     05  FILLER                      PIC X(01) VALUE SPACE.       
005000     05  LG-MAKER-ID                 PIC X(08).                   
005100     05  FILLER                      PIC X(01) VALUE SPACE.       
005200     05  LG-MAKER-DATE               PIC 9(08).                   
005300     05  FILLER                      PIC X(01) VALUE SPACE.       
005400     05  LG-MAKER-TIME               PIC 9(06).                   
005500     05  FILLER                      PIC X(01) VALUE SPACE.       
005600     05  LG-AS-OF-DATE               PIC 9(08).                   
005700     05  FILLER                      PIC X(01) VALUE SPACE.       
005800     05  LG-DESCRIPTION              PIC X(30).                   
005900     05  FILLER                      PIC X(23).                   
