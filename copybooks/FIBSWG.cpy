000010*****************************************************************
000020*  FIBSWG.CPY
000030*  PRICE SWING RECORD, DROPPED BY THE TRADING DESK FOR THE
000040*  FIBRETR RETRACEMENT JOB.  ONE RECORD PER SWING: THE
000050*  INSTRUMENT CODE, THE SWING HIGH AND SWING LOW AS UNSIGNED
000060*  PRICES WITH SIX IMPLIED DECIMAL PLACES, AND THE DIRECTION
000070*  OF THE MOVE - U WHEN PRICE ROSE FROM THE LOW TO THE HIGH, D
000080*  WHEN IT FELL FROM THE HIGH TO THE LOW.
000090*-----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*    2026-10-15  JLH  ORIGINAL COPYBOOK.
000120*****************************************************************
000130 01  FIB-SWG-REC.
000140     05  FIB-SWG-INSTRUMENT      PIC X(12).
000150     05  FIB-SWG-HIGH            PIC 9(09)V9(06).
000160     05  FIB-SWG-LOW             PIC 9(09)V9(06).
000170     05  FIB-SWG-DIRECTION       PIC X(01).
000180         88  FIB-SWG-UP                 VALUE "U".
000190         88  FIB-SWG-DOWN               VALUE "D".
000200     05  FILLER                  PIC X(07).
