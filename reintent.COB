
      ***** SAME LAYOUT AS THE REJECT RECORD WRITTEN BY PROGRAM
      ***** SUDOKU: GRID, REASON, THEN THE GOVERNANCE COLUMNS THIS
      ***** DRIVER MAINTAINS (ATTEMPTS AND REASON HISTORY), AND THE
      ***** VARIANT CODE, WHICH TRAVELS WITH THE GRID UNCHANGED
       FD  RebutjatsFile.
       01  RebutjatsLinea.
           05 RebGrid       PICTURE X(81).
           05 RebIntents    PICTURE X(2).
           05 FILLER        PICTURE X(1).
           05 RebHistoria   PICTURE X(27).
           05 RebVariant    PICTURE X(4).

      ***** THE RETRY FEED KEEPS THE GRID IN THE FIRST 81 COLUMNS SO
      ***** IT GOES STRAIGHT BACK INTO PROGRAM SUDOKU AS LINE INPUT
           05 ReiIntents    PICTURE 9(2).
           05 FILLER        PICTURE X(1).
           05 ReiHistoria   PICTURE X(27).
           05 ReiVariant    PICTURE X(4).

       FD  MortsFile.
       01  MortsLinea.
           05 MortIntents   PICTURE 9(2).
           05 FILLER        PICTURE X(1).
           05 MortHistoria  PICTURE X(27).
           05 MortVariant   PICTURE X(4).

       WORKING-STORAGE SECTION.
      ******Run parameters (file names, attempt ceiling) ******
           MOVE RebMotiu TO ReiMotiu
           MOVE IntentsActuals TO ReiIntents
           MOVE HistoriaActual TO ReiHistoria
           MOVE RebVariant TO ReiVariant
           WRITE ReintentsLinea
           ADD 1 TO NumReintents.

           MOVE RebMotiu TO MortMotiu
           MOVE IntentsActuals TO MortIntents
           MOVE HistoriaActual TO MortHistoria
           MOVE RebVariant TO MortVariant
           WRITE MortsLinea
           ADD 1 TO NumMorts.
       END PROGRAM REINTENT.
