      ******************************************************************
      * Author: Joan Bagudà Rigol
      * Date: 15/10/2026
      * Purpose: Vendor quality over the delivery ledger kept by
      *          program RECEPCIO: loading of the downstream results
      *          of a delivery (solve codes and difficulty from the
      *          SUDOKU extract, multiple solutions from the solution
      *          file, grids already bought before) and a paginated
      *          scorecard per vendor and month with intake, defect
      *          and repeat rates and the difficulty mix
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVEIDOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EntreguesFile
             ASSIGN TO DYNAMIC EntreguesFileName
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EntClau
             FILE STATUS IS EntreguesStatus.

           SELECT ExtracteFile ASSIGN TO DYNAMIC ExtracteFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ExtracteStatus.

           SELECT SolucioFile ASSIGN TO DYNAMIC SolucioFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SolucioStatus.

           SELECT ProblemaFile ASSIGN TO DYNAMIC ProblemaFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ProblemaStatus.

           SELECT RepeticionsFile ASSIGN TO DYNAMIC RepeticionsFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RepeticionsStatus.

           SELECT ReportFile ASSIGN TO DYNAMIC ReportFileName
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OrdreFile ASSIGN TO DYNAMIC OrdreFileName.

       DATA DIVISION.
       FILE SECTION.

      ***** SAME LAYOUT AS THE LEDGER WRITTEN BY PROGRAM RECEPCIO
       FD  EntreguesFile.
       01  EntregaRecord.
           05 EntClau.
              10 EntProveidor     PICTURE X(6).
              10 EntReferencia    PICTURE X(20).
           05 EntDataRecepcio     PICTURE X(14).
           05 EntFitxer           PICTURE X(100).
           05 EntRebudes          PICTURE 9(6).
           05 EntAcceptades       PICTURE 9(6).
           05 EntRebutjades       PICTURE 9(6).
           05 EntDuplicades       PICTURE 9(6).
           05 EntResultatsSw      PICTURE X(1).
           05 EntDataResultats    PICTURE X(14).
           05 EntInvalides        PICTURE 9(6).
           05 EntContradictories  PICTURE 9(6).
           05 EntSenseSolucio     PICTURE 9(6).
           05 EntProfundes        PICTURE 9(6).
           05 EntMultiples        PICTURE 9(6).
           05 EntRepetides        PICTURE 9(6).
           05 EntResoltes         PICTURE 9(6).
           05 EntFacil            PICTURE 9(6).
           05 EntMitja            PICTURE 9(6).
           05 EntDificil          PICTURE 9(6).

      ***** SAME LAYOUT AS THE EXTRACT WRITTEN BY PROGRAM SUDOKU
       FD  ExtracteFile.
       01  LiniaExtracte PICTURE X(100).

      ***** SOLUTION FILE OF PROGRAM SUDOKU: ONLY THE 'Problema' HEADER
      ***** LINES MATTER, WHERE COLUMNS 73-80 CARRY MULTIPLE WHEN THE
      ***** RUN CHECKED UNIQUENESS AND FOUND A SECOND SOLUTION
       FD  SolucioFile.
       01  LiniaSolucio PICTURE X(125).

      ***** ACCEPTED GRIDS OF THE DELIVERY, ONE 81-COLUMN LINE EACH,
      ***** IN THE ORDER SUDOKU NUMBERED THEM
       FD  ProblemaFile.
       01  LiniaProblema PICTURE X(81).

      ***** GRIDS OF A DELIVERY ALREADY IN THE CATALOG, THAT IS, BOUGHT
      ***** BEFORE; ONE LINE PER REPEAT, APPENDED DELIVERY AFTER
      ***** DELIVERY
       FD  RepeticionsFile.
       01  RepeticioRecord.
           05 RepProveidor    PICTURE X(6).
           05 FILLER          PICTURE X(1).
           05 RepReferencia   PICTURE X(20).
           05 FILLER          PICTURE X(1).
           05 RepDataRecepcio PICTURE X(14).
           05 FILLER          PICTURE X(1).
           05 RepProblema     PICTURE 9(6).
           05 FILLER          PICTURE X(1).
           05 RepGrid         PICTURE X(81).

       FD  ReportFile.
       01  LiniaReport PICTURE X(132).

      ***** THE LEDGER IS KEYED BY VENDOR AND DELIVERY REFERENCE; THE
      ***** SCORECARD NEEDS VENDOR AND MONTH OF RECEPTION, SO THE
      ***** SELECTED DELIVERIES GO THROUGH A SORT
       SD  OrdreFile.
       01  OrdreRecord.
           05 OrdProveidor        PICTURE X(6).
           05 OrdMes              PICTURE X(6).
           05 OrdRebudes          PICTURE 9(6).
           05 OrdAcceptades       PICTURE 9(6).
           05 OrdRebutjades       PICTURE 9(6).
           05 OrdDuplicades       PICTURE 9(6).
           05 OrdResultatsSw      PICTURE X(1).
           05 OrdInvalides        PICTURE 9(6).
           05 OrdContradictories  PICTURE 9(6).
           05 OrdSenseSolucio     PICTURE 9(6).
           05 OrdMultiples        PICTURE 9(6).
           05 OrdRepetides        PICTURE 9(6).
           05 OrdFacil            PICTURE 9(6).
           05 OrdMitja            PICTURE 9(6).
           05 OrdDificil          PICTURE 9(6).

       WORKING-STORAGE SECTION.
      ******Run parameters (function, file names, month range) ******
       01  FuncioDemanada     PICTURE X(10).
           88 FuncioActualitza  VALUE 'ACTUALITZA'.
           88 FuncioQuadre      VALUE 'QUADRE'.
       01  EntreguesFileName  PICTURE X(100) VALUE 'entregues.dat'.
       01  ExtracteFileName   PICTURE X(125)
                              VALUE 'solucio.txt.estad'.
       01  SolucioFileName    PICTURE X(100) VALUE SPACES.
       01  ProblemaFileName   PICTURE X(100) VALUE SPACES.
       01  RepeticionsFileName PICTURE X(112) VALUE SPACES.
       01  ReportFileName     PICTURE X(100) VALUE 'proveidors.txt'.
       01  OrdreFileName      PICTURE X(100) VALUE 'proveidor.ordre'.
       01  EntreguesStatus    PICTURE XX.
       01  ExtracteStatus     PICTURE XX.
       01  SolucioStatus      PICTURE XX.
       01  ProblemaStatus     PICTURE XX.
       01  RepeticionsStatus  PICTURE XX.
       01  ArgNum             PICTURE 9(4).
       01  ProveidorCodi      PICTURE X(6) VALUE SPACES.
       01  ReferenciaEntrega  PICTURE X(20) VALUE SPACES.
       01  MesDesde           PICTURE X(6) VALUE SPACES.
       01  MesFins            PICTURE X(6) VALUE SPACES.
       01  DataAvui           PICTURE 9(8).
       01  FILLER REDEFINES DataAvui.
           05 DataAny         PICTURE 9(4).
           05 DataMes         PICTURE 99.
           05 DataDia         PICTURE 99.
       01  HoraAvui           PICTURE 9(8).
       01  DataHoraActual     PICTURE X(14).

      ******Loading the results of one delivery ******
       01  FiExtracteSw       PICTURE 9 VALUE 0.
           88 FiExtracte        VALUE 1.
       01  FiSolucioSw        PICTURE 9 VALUE 0.
           88 FiSolucio         VALUE 1.
       01  FiProblemaSw       PICTURE 9 VALUE 0.
           88 FiProblema        VALUE 1.
       01  ResultatsPreviSw   PICTURE X(1).
           88 ResultatsPrevis   VALUE 'S'.
       01  RepeticionsObertSw PICTURE 9 VALUE 0.
           88 RepeticionsObert  VALUE 1.
       01  iProblExt          PICTURE 9(6).
       01  CodiExt            PICTURE X(3).
       01  DifExt             PICTURE X(7).
       01  NumDetall          PICTURE 9(6) VALUE 0.
       01  NumLiniaProblema   PICTURE 9(6) VALUE 0.
       01  NumRepEscrites     PICTURE 9(6) VALUE 0.

      ******Scorecard: sort selection and control breaks ******
       01  FiOrdreSw          PICTURE 9 VALUE 0.
           88 FiOrdre           VALUE 1.
       01  FiEntreguesSw      PICTURE 9 VALUE 0.
           88 FiEntregues       VALUE 1.
       01  FiRepeticionsSw    PICTURE 9 VALUE 0.
           88 FiRepeticions     VALUE 1.
       01  MesEntrega         PICTURE X(6).
       01  ProveidorActual    PICTURE X(6) VALUE SPACES.
       01  MesActual          PICTURE X(6) VALUE SPACES.
       01  PrimerOrdreSw      PICTURE 9 VALUE 1.
           88 PrimerOrdre       VALUE 1.
       01  NumSeleccionades   PICTURE 9(6) VALUE 0.
       01  NumRepLlistades    PICTURE 9(6) VALUE 0.

      ******Accumulators: 1 month, 2 vendor, 3 grand total ******
       01  TaulaAcumulats.
           05 Acumulat OCCURS 3 TIMES.
              10 AcEntregues      PICTURE 9(6).
              10 AcPendents       PICTURE 9(6).
              10 AcRebudes        PICTURE 9(8).
              10 AcAcceptades     PICTURE 9(8).
              10 AcRebRecepcio    PICTURE 9(8).
              10 AcDuplicades     PICTURE 9(8).
              10 AcProcessades    PICTURE 9(8).
              10 AcInvalides      PICTURE 9(8).
              10 AcContrad        PICTURE 9(8).
              10 AcSenseSolucio   PICTURE 9(8).
              10 AcMultiples      PICTURE 9(8).
              10 AcRepetides      PICTURE 9(8).
              10 AcFacil          PICTURE 9(8).
              10 AcMitja          PICTURE 9(8).
              10 AcDificil        PICTURE 9(8).
       01  iNivell            PICTURE 9.
       01  TotalValorades     PICTURE 9(8).
       01  CompteWk           PICTURE 9(8).
       01  BaseWk             PICTURE 9(8).
       01  PercentWk          PICTURE 9(3)V9.

      ******Scorecard detail line ******
       01  LiniaQuadre.
           05 LqProveidor     PICTURE X(6).
           05 FILLER          PICTURE X(2).
           05 LqMes           PICTURE X(7).
           05 FILLER          PICTURE X(1).
           05 LqEntregues     PICTURE Z(4)9.
           05 FILLER          PICTURE X(1).
           05 LqRebudes       PICTURE Z(6)9.
           05 FILLER          PICTURE X(1).
           05 LqAcceptades    PICTURE Z(6)9.
           05 LqTaxes OCCURS 10 TIMES.
              10 FILLER       PICTURE X(1).
              10 LqPercent    PICTURE ZZ9.9.
           05 FILLER          PICTURE X(2).
           05 LqPendents      PICTURE Z(3)9.
       01  iTaxa              PICTURE 99.

      ******Pagination ******
       01  LiniesPerPagina    PICTURE 99 VALUE 60.
       01  LiniaActual        PICTURE 99 VALUE 99.
       01  NumPagina          PICTURE 9(4) VALUE 0.
       01  NumPaginaEd        PICTURE ZZZ9.
       01  ProblemaEd         PICTURE Z(5)9.
       01  CompteEd           PICTURE Z(5)9.
       01  LiniaTreball       PICTURE X(132).

       PROCEDURE DIVISION.

      *****************************************************************
      ************* START AND FUNCTION DISPATCH ***********************
      *****************************************************************
       MAIN-PROCEDURE.

           PERFORM Obtenir-Parametres

           EVALUATE TRUE
             WHEN FuncioActualitza PERFORM Actualitza-entrega
             WHEN FuncioQuadre     PERFORM Quadre-proveidors
             WHEN OTHER
               DISPLAY 'Funcio no valida: ' FuncioDemanada
               DISPLAY 'Funcions: ACTUALITZA QUADRE'
               MOVE 16 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      ******* RUN PARAMETERS: FUNCTION, LEDGER AND PER-FUNCTION *******
      *****************************************************************
      ***** ACTUALITZA: 3 VENDOR, 4 DELIVERY REFERENCE, 5 EXTRACT,
      ***** 6 SOLUTION FILE AND 7 ACCEPTED GRIDS (BOTH OPTIONAL).
      ***** QUADRE: 3 REPORT, 4 AND 5 MONTH RANGE (YYYYMM, OPEN ENDS
      ***** WHEN BLANK). THE REPEATS FILE IS ALWAYS THE LEDGER NAME
      ***** FOLLOWED BY .repeticions
       Obtenir-Parametres.
           MOVE 1 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT FuncioDemanada FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 2 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT EntreguesFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 3 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           IF FuncioActualitza THEN
               ACCEPT ProveidorCodi FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           ELSE
               ACCEPT ReportFileName FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF

           MOVE 4 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           IF FuncioActualitza THEN
               ACCEPT ReferenciaEntrega FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           ELSE
               ACCEPT MesDesde FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF

           MOVE 5 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           IF FuncioActualitza THEN
               ACCEPT ExtracteFileName FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           ELSE
               ACCEPT MesFins FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF

           IF FuncioActualitza THEN
               MOVE 6 TO ArgNum
               DISPLAY ArgNum UPON ARGUMENT-NUMBER
               ACCEPT SolucioFileName FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT

               MOVE 7 TO ArgNum
               DISPLAY ArgNum UPON ARGUMENT-NUMBER
               ACCEPT ProblemaFileName FROM ARGUMENT-VALUE
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF

           STRING EntreguesFileName DELIMITED BY SPACE
                  '.repeticions'        DELIMITED BY SIZE
                  INTO RepeticionsFileName
           END-STRING
           PERFORM Obtenir-DataHora.

      *****************************************************************
      ******* ACTUALITZA: DOWNSTREAM RESULTS OF ONE DELIVERY **********
      *****************************************************************
      ***** THE RESULT COUNTS ARE RECOMPUTED FROM SCRATCH ON EVERY RUN,
      ***** SO A DELIVERY RESOLVED AGAIN SIMPLY GETS ITS FIGURES
      ***** REPLACED; ITS REPEATS ARE LISTED ONLY THE FIRST TIME
       Actualitza-entrega.
           OPEN I-O EntreguesFile
           IF EntreguesStatus NOT = '00' AND
              EntreguesStatus NOT = '05' THEN
               DISPLAY 'No es pot obrir ' EntreguesFileName
                       ' (estat ' EntreguesStatus ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ProveidorCodi TO EntProveidor
           MOVE ReferenciaEntrega TO EntReferencia
           READ EntreguesFile
               INVALID KEY
                   DISPLAY 'Entrega no registrada: ' ProveidorCodi
                           ' ' ReferenciaEntrega
                   CLOSE EntreguesFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ

           MOVE EntResultatsSw TO ResultatsPreviSw
           IF ResultatsPrevis THEN
               DISPLAY 'Resultats ja registrats: es substitueixen'
           END-IF
           MOVE 0 TO EntInvalides EntContradictories EntSenseSolucio
                     EntProfundes EntMultiples EntRepetides
                     EntResoltes EntFacil EntMitja EntDificil

           IF ProblemaFileName NOT = SPACES THEN
               OPEN INPUT ProblemaFile
               IF ProblemaStatus NOT = '00' THEN
                   DISPLAY 'No es pot obrir ' ProblemaFileName
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM Llegir-extracte-entrega

           IF SolucioFileName NOT = SPACES THEN
               PERFORM Compta-multiples
           END-IF

           IF ProblemaFileName NOT = SPACES THEN
               CLOSE ProblemaFile
           END-IF
           IF RepeticionsObert THEN
               CLOSE RepeticionsFile
           END-IF

           MOVE 'S' TO EntResultatsSw
           MOVE DataHoraActual TO EntDataResultats
           REWRITE EntregaRecord
           IF EntreguesStatus NOT = '00' THEN
               DISPLAY 'Error actualitzant ' EntreguesFileName
                       ' (estat ' EntreguesStatus ')'
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE EntreguesFile

           DISPLAY ProveidorCodi ' ' ReferenciaEntrega ': '
                   NumDetall ' problemes, '
                   EntRepetides ' repetits, '
                   EntMultiples ' multiples'
      ***** THE EXTRACT SHOULD COVER EXACTLY THE GRIDS THE INTAKE
      ***** ACCEPTED; ANYTHING ELSE POINTS AT THE WRONG RUN
           IF NumDetall NOT = EntAcceptades
              AND RETURN-CODE = 0 THEN
               DISPLAY 'Problemes a l''extracte (' NumDetall
                       ') diferents de les acceptades ('
                       EntAcceptades ')'
               MOVE 4 TO RETURN-CODE
           END-IF.

       Llegir-extracte-entrega.
           OPEN INPUT ExtracteFile
           IF ExtracteStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' ExtracteFileName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FiExtracte
             READ ExtracteFile
                 AT END SET FiExtracte TO TRUE
                 NOT AT END PERFORM Processa-linia-extracte
             END-READ
           END-PERFORM
           CLOSE ExtracteFile.

      ***** DETAIL LINES ONLY; THE TOTAL TRAILER AND ANYTHING ELSE IS
      ***** SKIPPED. THE DIFFICULTY MIX COUNTS EVERY PUZZLE THAT CAME
      ***** OUT WITH A BAND, SOLVED NOW OR SERVED FROM THE CATALOG
       Processa-linia-extracte.
           IF LiniaExtracte(1:6) IS NUMERIC THEN
               ADD 1 TO NumDetall
               MOVE LiniaExtracte(1:6) TO iProblExt
               MOVE LiniaExtracte(8:3) TO CodiExt
               MOVE LiniaExtracte(32:7) TO DifExt
               EVALUATE CodiExt
                 WHEN 'RES'  ADD 1 TO EntResoltes
                 WHEN 'CAT'
                   ADD 1 TO EntRepetides
                   PERFORM Registra-repeticio
                 WHEN 'INV'  ADD 1 TO EntInvalides
                 WHEN 'CON'  ADD 1 TO EntContradictories
                 WHEN 'CAP'  ADD 1 TO EntSenseSolucio
                 WHEN 'PRF'  ADD 1 TO EntProfundes
                 WHEN OTHER  CONTINUE
               END-EVALUATE
               EVALUATE DifExt
                 WHEN 'FACIL  '  ADD 1 TO EntFacil
                 WHEN 'MITJA  '  ADD 1 TO EntMitja
                 WHEN 'DIFICIL'  ADD 1 TO EntDificil
                 WHEN OTHER      CONTINUE
               END-EVALUATE
           END-IF.

      ***** THE EXTRACT COMES IN PUZZLE ORDER, SO THE ACCEPTED GRIDS
      ***** ARE READ FORWARD UNTIL THE LINE OF THE REPEATED PUZZLE
       Registra-repeticio.
           IF ResultatsPrevis THEN
               EXIT PARAGRAPH
           END-IF
           IF NOT RepeticionsObert THEN
               OPEN EXTEND RepeticionsFile
               IF RepeticionsStatus NOT = '00' THEN
                   OPEN OUTPUT RepeticionsFile
               END-IF
               SET RepeticionsObert TO TRUE
           END-IF

           MOVE SPACES TO RepeticioRecord
           MOVE EntProveidor TO RepProveidor
           MOVE EntReferencia TO RepReferencia
           MOVE EntDataRecepcio TO RepDataRecepcio
           MOVE iProblExt TO RepProblema
           IF ProblemaFileName NOT = SPACES THEN
               PERFORM UNTIL FiProblema
                       OR NumLiniaProblema >= iProblExt
                 READ ProblemaFile
                     AT END SET FiProblema TO TRUE
                     NOT AT END ADD 1 TO NumLiniaProblema
                 END-READ
               END-PERFORM
               IF NumLiniaProblema = iProblExt THEN
                   MOVE LiniaProblema TO RepGrid
               END-IF
           END-IF
           WRITE RepeticioRecord
           ADD 1 TO NumRepEscrites.

       Compta-multiples.
           OPEN INPUT SolucioFile
           IF SolucioStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' SolucioFileName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FiSolucio
             READ SolucioFile
                 AT END SET FiSolucio TO TRUE
                 NOT AT END
                   IF LiniaSolucio(1:9) = 'Problema '
                      AND LiniaSolucio(73:8) = 'MULTIPLE' THEN
                       ADD 1 TO EntMultiples
                   END-IF
             END-READ
           END-PERFORM
           CLOSE SolucioFile.

      *****************************************************************
      ******* QUADRE: SCORECARD PER VENDOR AND MONTH ******************
      *****************************************************************
      ***** INTAKE RATES ARE OVER THE GRIDS RECEIVED; SOLVE, UNIQUENESS
      ***** AND REPEAT RATES OVER THE ACCEPTED GRIDS OF DELIVERIES WITH
      ***** RESULTS LOADED; THE MIX OVER THE GRIDS THAT GOT A BAND.
      ***** DELIVERIES STILL WAITING FOR RESULTS SHOW AS PENDING
       Quadre-proveidors.
           ACCEPT DataAvui FROM DATE YYYYMMDD
           OPEN INPUT EntreguesFile
           IF EntreguesStatus NOT = '00' AND
              EntreguesStatus NOT = '05' THEN
               DISPLAY 'No es pot obrir ' EntreguesFileName
                       ' (estat ' EntreguesStatus ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ReportFile
           INITIALIZE TaulaAcumulats

           SORT OrdreFile
                ON ASCENDING KEY OrdProveidor OrdMes
                INPUT PROCEDURE IS Selecciona-entregues
                OUTPUT PROCEDURE IS Escriu-quadre
           CLOSE EntreguesFile

           PERFORM Escriu-repeticions
           CLOSE ReportFile

           DISPLAY NumSeleccionades ' entregues, '
                   NumRepLlistades ' graelles repetides'
           IF NumSeleccionades = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       Selecciona-entregues.
           MOVE LOW-VALUES TO EntClau
           START EntreguesFile KEY IS NOT LESS THAN EntClau
               INVALID KEY SET FiEntregues TO TRUE
           END-START
           PERFORM UNTIL FiEntregues
             READ EntreguesFile NEXT RECORD
                 AT END SET FiEntregues TO TRUE
                 NOT AT END PERFORM Selecciona-entrega
             END-READ
           END-PERFORM.

       Selecciona-entrega.
           MOVE EntDataRecepcio(1:6) TO MesEntrega
           IF MesDesde NOT = SPACES AND MesEntrega < MesDesde THEN
               EXIT PARAGRAPH
           END-IF
           IF MesFins NOT = SPACES AND MesEntrega > MesFins THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NumSeleccionades
           MOVE EntProveidor       TO OrdProveidor
           MOVE MesEntrega         TO OrdMes
           MOVE EntRebudes         TO OrdRebudes
           MOVE EntAcceptades      TO OrdAcceptades
           MOVE EntRebutjades      TO OrdRebutjades
           MOVE EntDuplicades      TO OrdDuplicades
           MOVE EntResultatsSw     TO OrdResultatsSw
           MOVE EntInvalides       TO OrdInvalides
           MOVE EntContradictories TO OrdContradictories
           MOVE EntSenseSolucio    TO OrdSenseSolucio
           MOVE EntMultiples       TO OrdMultiples
           MOVE EntRepetides       TO OrdRepetides
           MOVE EntFacil           TO OrdFacil
           MOVE EntMitja           TO OrdMitja
           MOVE EntDificil         TO OrdDificil
           RELEASE OrdreRecord.

       Escriu-quadre.
           PERFORM Escriu-titols-quadre
           PERFORM UNTIL FiOrdre
             RETURN OrdreFile
                 AT END SET FiOrdre TO TRUE
                 NOT AT END PERFORM Processa-entrega-ordenada
             END-RETURN
           END-PERFORM
           IF NOT PrimerOrdre THEN
               PERFORM Tanca-mes
               PERFORM Tanca-proveidor
           END-IF
           MOVE 3 TO iNivell
           MOVE SPACES TO LiniaQuadre
           MOVE 'TOTAL' TO LqProveidor
           PERFORM Escriu-linia-quadre
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report.

       Processa-entrega-ordenada.
           IF PrimerOrdre THEN
               MOVE 0 TO PrimerOrdreSw
               MOVE OrdProveidor TO ProveidorActual
               MOVE OrdMes TO MesActual
           END-IF
           IF OrdProveidor NOT = ProveidorActual THEN
               PERFORM Tanca-mes
               PERFORM Tanca-proveidor
               MOVE OrdProveidor TO ProveidorActual
               MOVE OrdMes TO MesActual
           END-IF
           IF OrdMes NOT = MesActual THEN
               PERFORM Tanca-mes
               MOVE OrdMes TO MesActual
           END-IF
           PERFORM VARYING iNivell FROM 1 BY 1 UNTIL iNivell > 3
             PERFORM Acumula-entrega
           END-PERFORM.

       Acumula-entrega.
           ADD 1 TO AcEntregues(iNivell)
           ADD OrdRebudes TO AcRebudes(iNivell)
           ADD OrdAcceptades TO AcAcceptades(iNivell)
           ADD OrdDuplicades TO AcDuplicades(iNivell)
           IF OrdRebutjades > OrdDuplicades THEN
               COMPUTE AcRebRecepcio(iNivell) = AcRebRecepcio(iNivell)
                       + OrdRebutjades - OrdDuplicades
           END-IF
           IF OrdResultatsSw = 'S' THEN
               ADD OrdAcceptades TO AcProcessades(iNivell)
               ADD OrdInvalides TO AcInvalides(iNivell)
               ADD OrdContradictories TO AcContrad(iNivell)
               ADD OrdSenseSolucio TO AcSenseSolucio(iNivell)
               ADD OrdMultiples TO AcMultiples(iNivell)
               ADD OrdRepetides TO AcRepetides(iNivell)
               ADD OrdFacil TO AcFacil(iNivell)
               ADD OrdMitja TO AcMitja(iNivell)
               ADD OrdDificil TO AcDificil(iNivell)
           ELSE
               ADD 1 TO AcPendents(iNivell)
           END-IF.

       Tanca-mes.
           MOVE 1 TO iNivell
           MOVE SPACES TO LiniaQuadre
           MOVE ProveidorActual TO LqProveidor
           STRING MesActual(1:4) '-' MesActual(5:2)
                  DELIMITED BY SIZE INTO LqMes
           END-STRING
           PERFORM Escriu-linia-quadre
           INITIALIZE Acumulat(1).

       Tanca-proveidor.
           MOVE 2 TO iNivell
           MOVE SPACES TO LiniaQuadre
           MOVE ProveidorActual TO LqProveidor
           MOVE 'TOTAL' TO LqMes
           PERFORM Escriu-linia-quadre
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report
           INITIALIZE Acumulat(2).

      ***** THE TEN RATES IN COLUMN ORDER: INTAKE REJECTS, DUPLICATES
      ***** INSIDE THE DELIVERY, INVALID, CONTRADICTORY, NO SOLUTION,
      ***** MULTIPLE SOLUTIONS, CATALOG REPEATS, EASY, MEDIUM, HARD
       Escriu-linia-quadre.
           MOVE AcEntregues(iNivell) TO LqEntregues
           MOVE AcRebudes(iNivell) TO LqRebudes
           MOVE AcAcceptades(iNivell) TO LqAcceptades
           MOVE AcPendents(iNivell) TO LqPendents
           COMPUTE TotalValorades = AcFacil(iNivell)
                   + AcMitja(iNivell) + AcDificil(iNivell)

           MOVE AcRebudes(iNivell) TO BaseWk
           MOVE 1 TO iTaxa
           MOVE AcRebRecepcio(iNivell) TO CompteWk
           PERFORM Calcula-taxa
           MOVE 2 TO iTaxa
           MOVE AcDuplicades(iNivell) TO CompteWk
           PERFORM Calcula-taxa

           MOVE AcProcessades(iNivell) TO BaseWk
           MOVE 3 TO iTaxa
           MOVE AcInvalides(iNivell) TO CompteWk
           PERFORM Calcula-taxa
           MOVE 4 TO iTaxa
           MOVE AcContrad(iNivell) TO CompteWk
           PERFORM Calcula-taxa
           MOVE 5 TO iTaxa
           MOVE AcSenseSolucio(iNivell) TO CompteWk
           PERFORM Calcula-taxa
           MOVE 6 TO iTaxa
           MOVE AcMultiples(iNivell) TO CompteWk
           PERFORM Calcula-taxa
           MOVE 7 TO iTaxa
           MOVE AcRepetides(iNivell) TO CompteWk
           PERFORM Calcula-taxa

           MOVE TotalValorades TO BaseWk
           MOVE 8 TO iTaxa
           MOVE AcFacil(iNivell) TO CompteWk
           PERFORM Calcula-taxa
           MOVE 9 TO iTaxa
           MOVE AcMitja(iNivell) TO CompteWk
           PERFORM Calcula-taxa
           MOVE 10 TO iTaxa
           MOVE AcDificil(iNivell) TO CompteWk
           PERFORM Calcula-taxa

           MOVE LiniaQuadre TO LiniaTreball
           PERFORM Escriu-linia-report.

       Calcula-taxa.
           IF BaseWk > 0 THEN
               COMPUTE PercentWk ROUNDED = CompteWk * 100 / BaseWk
           ELSE
               MOVE 0 TO PercentWk
           END-IF
           MOVE PercentWk TO LqPercent(iTaxa).

       Escriu-titols-quadre.
           MOVE SPACES TO LiniaTreball
           STRING 'QUADRE DE PROVEIDORS PER MES'
                  DELIMITED BY SIZE INTO LiniaTreball
           END-STRING
           IF MesDesde NOT = SPACES OR MesFins NOT = SPACES THEN
               STRING '   (mesos ' MesDesde ' a ' MesFins ')'
                      DELIMITED BY SIZE INTO LiniaTreball(30:30)
               END-STRING
           END-IF
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           MOVE '  -RECEPCIO-' TO LiniaTreball(38:12)
           MOVE '  --------- RESULTATS --------' TO LiniaTreball(50:30)
           MOVE '  -- DIFICULTAT --' TO LiniaTreball(80:18)
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           STRING 'PROV.   MES     ENTR. REBUDES ACCEPT.'
                  '  %REB  %DUP  %INV  %CON  %CAP  %MUL  %REP'
                  '  %FAC  %MIT  %DIF  PEND'
                  DELIMITED BY SIZE INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           MOVE ALL '-' TO LiniaTreball(1:103)
           PERFORM Escriu-linia-report.

      ***** SECOND SECTION: THE GRIDS TURNED AWAY AS REPEATS OF EARLIER
      ***** PURCHASES, FOR THE DELIVERIES RECEIVED IN THE MONTH RANGE
       Escriu-repeticions.
           MOVE 99 TO LiniaActual
           MOVE SPACES TO LiniaTreball
           MOVE 'GRAELLES REPETIDES DE COMPRES ANTERIORS'
             TO LiniaTreball
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           STRING 'PROV.  REFERENCIA           DATA       PROBL.  '
                  'GRAELLA'
                  DELIMITED BY SIZE INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report

           OPEN INPUT RepeticionsFile
           IF RepeticionsStatus = '00' THEN
               PERFORM UNTIL FiRepeticions
                 READ RepeticionsFile
                     AT END SET FiRepeticions TO TRUE
                     NOT AT END PERFORM Escriu-linia-repeticio
                 END-READ
               END-PERFORM
               CLOSE RepeticionsFile
           END-IF

           IF NumRepLlistades = 0 THEN
               MOVE '  (cap graella repetida)' TO LiniaTreball
               PERFORM Escriu-linia-report
           END-IF.

       Escriu-linia-repeticio.
           MOVE RepDataRecepcio(1:6) TO MesEntrega
           IF MesDesde NOT = SPACES AND MesEntrega < MesDesde THEN
               EXIT PARAGRAPH
           END-IF
           IF MesFins NOT = SPACES AND MesEntrega > MesFins THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NumRepLlistades
           MOVE RepProblema TO ProblemaEd
           MOVE SPACES TO LiniaTreball
           STRING RepProveidor ' ' RepReferencia ' '
                  RepDataRecepcio(1:4) '-' RepDataRecepcio(5:2) '-'
                  RepDataRecepcio(7:2) ' ' ProblemaEd '  ' RepGrid
                  DELIMITED BY SIZE INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report.

      *****************************************************************
      ******* REPORT PAGINATION AND UTILITIES *************************
      *****************************************************************
       Escriu-linia-report.
           IF LiniaActual >= LiniesPerPagina THEN
               PERFORM Escriu-capcalera-pagina
           END-IF
           MOVE LiniaTreball TO LiniaReport
           WRITE LiniaReport
           ADD 1 TO LiniaActual.

       Escriu-capcalera-pagina.
           ADD 1 TO NumPagina
           MOVE NumPagina TO NumPaginaEd
           MOVE SPACES TO LiniaReport
           STRING 'QUALITAT DE PROVEIDORS SUDOKU   '
                  DataAny '-' DataMes '-' DataDia
                  '   Pagina ' NumPaginaEd
                  INTO LiniaReport
           END-STRING
           WRITE LiniaReport
           MOVE ALL '=' TO LiniaReport
           WRITE LiniaReport
           MOVE SPACES TO LiniaReport
           WRITE LiniaReport
           MOVE 3 TO LiniaActual.

       Obtenir-DataHora.
           ACCEPT DataAvui FROM DATE YYYYMMDD
           ACCEPT HoraAvui FROM TIME
           STRING DataAvui HoraAvui(1:6) DELIMITED BY SIZE
                  INTO DataHoraActual
           END-STRING.
       END PROGRAM PROVEIDOR.
