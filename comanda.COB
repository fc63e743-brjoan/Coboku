      ******************************************************************
      * Author: Joan Bagudà Rigol
      * Date: 15/10/2026
      * Purpose: Customer order fulfilment from the master sudoku
      *          catalog: fills each order line (client, quantity per
      *          difficulty band, issue reference) with catalogued
      *          grids the client has never been sent, judged on the
      *          canonical catalog key so a relabelled copy counts as
      *          a repeat. Writes the delivery in the 81-column
      *          exchange format, the matching answer key, a packing
      *          list and a shortfall report, and records every grid
      *          sent in the indexed client-delivery history
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMANDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ComandesFile ASSIGN TO DYNAMIC ComandesFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ComandesStatus.

           SELECT CatalegFile ASSIGN TO DYNAMIC CatalegFileName
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CatalegClau
             FILE STATUS IS CatalegStatus.

           SELECT OPTIONAL HistoricFile
             ASSIGN TO DYNAMIC HistoricFileName
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS HistClau
             FILE STATUS IS HistoricStatus.

           SELECT LliuramentFile ASSIGN TO DYNAMIC LliuramentFileName
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SolucionsFile ASSIGN TO DYNAMIC SolucionsFileName
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AlbaraFile ASSIGN TO DYNAMIC AlbaraFileName
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MancancesFile ASSIGN TO DYNAMIC MancancesFileName
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ***** ONE ORDER LINE PER CLIENT, ISSUE AND VARIANT: THE NUMBER
      ***** OF GRIDS WANTED IN EACH BAND (BLANK VARIANT IS CLASSIC);
      ***** A '*' IN COLUMN 1 MAKES THE LINE A COMMENT
       FD  ComandesFile.
       01  ComandesLinea.
           05 ComClient      PICTURE X(6).
           05 FILLER         PICTURE X(1).
           05 ComEdicio      PICTURE X(12).
           05 FILLER         PICTURE X(1).
           05 ComFacil       PICTURE 9(4).
           05 FILLER         PICTURE X(1).
           05 ComMitja       PICTURE 9(4).
           05 FILLER         PICTURE X(1).
           05 ComDificil     PICTURE 9(4).
           05 FILLER         PICTURE X(1).
           05 ComVariant     PICTURE X(4).

      ***** SAME LAYOUT AS THE CATALOG WRITTEN BY PROGRAM SUDOKU
       FD  CatalegFile.
       01  CatalegRecord.
           05 CatalegClau.
              10 CatalegGrid     PICTURE X(81).
              10 CatalegVariant  PICTURE X(4).
           05 CatalegSolucio     PICTURE X(81).
           05 CatalegDificultat  PICTURE X(7).
           05 CatalegPrimerCop   PICTURE X(14).
           05 CatalegDarrerCop   PICTURE X(14).
           05 CatalegNumResolts  PICTURE 9(6).
           05 CatalegMillorTemps PICTURE 9(9).
           05 CatalegPeakNivell  PICTURE 999.
           05 CatalegNumGuesses  PICTURE 9(5).
           05 CatalegGridOrig    PICTURE X(81).

      ***** ONE RECORD PER GRID EVER SENT TO A CLIENT, KEYED ON THE
      ***** CLIENT PLUS THE CANONICAL CATALOG KEY
       FD  HistoricFile.
       01  HistoricRecord.
           05 HistClau.
              10 HistClient      PICTURE X(6).
              10 HistGrid        PICTURE X(81).
              10 HistVariant     PICTURE X(4).
           05 HistEdicio         PICTURE X(12).
           05 HistData           PICTURE X(14).
           05 HistDificultat     PICTURE X(7).

      ***** THE DELIVERY KEEPS THE GRID IN THE FIRST 81 COLUMNS SO IT
      ***** IS READ AS FORMAT=L INPUT; A VARIANT GRID CARRIES ITS CODE
      ***** IN COLUMNS 122-125 AS PROGRAM SUDOKU EXPECTS
       FD  LliuramentFile.
       01  LiniaLliurament.
           05 LliuGrid       PICTURE X(81).
           05 FILLER         PICTURE X(40).
           05 LliuVariant    PICTURE X(4).

      ***** SAME LINE ORDER AS THE DELIVERY: LINE N SOLVES GRID N;
      ***** THE BAND IS CARRIED FOR THE PUBLICATION RUN (PUBLICA)
       FD  SolucionsFile.
       01  LiniaSolucions.
           05 SolSolucio      PICTURE X(81).
           05 FILLER          PICTURE X(1).
           05 SolDificultat   PICTURE X(7).

       FD  AlbaraFile.
       01  LiniaAlbara PICTURE X(132).

       FD  MancancesFile.
       01  LiniaMancanca PICTURE X(100).

       WORKING-STORAGE SECTION.
      ******Run parameters (file names) ******
       01  ComandesFileName   PICTURE X(100) VALUE 'comandes.txt'.
       01  CatalegFileName    PICTURE X(100) VALUE 'cataleg.dat'.
       01  HistoricFileName   PICTURE X(100) VALUE 'lliuraments.dat'.
       01  LliuramentFileName PICTURE X(100) VALUE 'lliurament.txt'.
       01  SolucionsFileName  PICTURE X(110) VALUE SPACES.
       01  AlbaraFileName     PICTURE X(110) VALUE SPACES.
       01  MancancesFileName  PICTURE X(110) VALUE SPACES.
       01  ComandesStatus     PICTURE XX.
       01  CatalegStatus      PICTURE XX.
       01  HistoricStatus     PICTURE XX.
       01  ArgNum             PICTURE 9(4).

      ******Order scanning ******
       01  FiComandesSw       PICTURE 9 VALUE 0.
           88 FiComandes        VALUE 1.
       01  FiCatalegSw        PICTURE 9 VALUE 0.
           88 FiCataleg         VALUE 1.
       01  JaServitSw         PICTURE 9 VALUE 0.
           88 JaServit          VALUE 1.
       01  NumLiniaComanda    PICTURE 9(6) VALUE 0.
       01  NumComandes        PICTURE 9(6) VALUE 0.
       01  NumErronies        PICTURE 9(6) VALUE 0.
       01  NumLliurats        PICTURE 9(6) VALUE 0.
       01  NumRepetits        PICTURE 9(6) VALUE 0.
       01  NumIncoherents     PICTURE 9(6) VALUE 0.
       01  NumLiniesCurtes    PICTURE 9(6) VALUE 0.
       01  PendentTotal       PICTURE 9(6).

      ******Difficulty bands of the order line being filled ******
       01  NomsBandes         PICTURE X(21)
                              VALUE 'FACIL  MITJA  DIFICIL'.
       01  FILLER REDEFINES NomsBandes.
           05 NomBanda PICTURE X(7) OCCURS 3 TIMES.
       01  TaulaBandes.
           05 FILLER OCCURS 3 TIMES.
              10 Demanats     PICTURE 9(4).
              10 Pendents     PICTURE 9(4).
              10 Servits      PICTURE 9(4).
       01  iBanda             PICTURE 9.

      ******Canonical form of the literal catalogued grid, recomputed
      ******as program SUDOKU does, to map the stored solution back
      ******to the grid the client receives ******
       01  GridOriginal       PICTURE X(81).
       01  LimitPerm          PICTURE 999 VALUE 216.
       01  PermTres           PICTURE X(18) VALUE '123132213231312321'.
       01  FILLER REDEFINES PermTres.
           05 FILLER OCCURS 6 TIMES.
              10 PermElem PICTURE 9 OCCURS 3 TIMES.
       01  iPermFil           PICTURE 999.
       01  iPermCol           PICTURE 999.
       01  PermResta          PICTURE 999.
       01  PermBanda1         PICTURE 9.
       01  PermBanda2         PICTURE 9.
       01  PermBanda3         PICTURE 9.
       01  kPerm              PICTURE 9.
       01  MapaFiles.
           05 MapaFila PICTURE 99 OCCURS 9 TIMES.
       01  MapaColumnes.
           05 MapaCol PICTURE 99 OCCURS 9 TIMES.
       01  MillorMapaFiles.
           05 MillorFila PICTURE 99 OCCURS 9 TIMES.
       01  MillorMapaColumnes.
           05 MillorCol PICTURE 99 OCCURS 9 TIMES.
       01  MapaDigits         PICTURE X(9).
       01  MillorMapaDigits   PICTURE X(9).
       01  MapaInvers         PICTURE X(9).
       01  GridCandidat       PICTURE X(81).
       01  GridCanonic        PICTURE X(81).
       01  SolucioMapejada    PICTURE X(81).
       01  ProperDigit        PICTURE 9.
       01  CarCanonic         PICTURE X.
       01  DigCanon           PICTURE 9.
       01  iCanon             PICTURE 99.
       01  jCanon             PICTURE 99.
       01  PosCanon           PICTURE 99.
       01  PosFont            PICTURE 99.
       01  iDigCan            PICTURE 99.
       01  jDigCan            PICTURE 99.
       01  ContCan            PICTURE 9.
       01  EstatCandidat      PICTURE 9.
           88 CandidatMillor    VALUE 1.
           88 CandidatPitjor    VALUE 2.
       01  CarDigits PICTURE X(9) VALUE '123456789'.
       01  FILLER    REDEFINES CarDigits.
           05 Digits OCCURS 9 TIMES PICTURE X.

      ******Date and time stamped on the history ******
       01  DataAvui           PICTURE 9(8).
       01  LlegirTemps.
           05 TempsH      PICTURE 99.
           05 TempsM      PICTURE 99.
           05 TempsS      PICTURE 99.
           05 TempsL      PICTURE 99.
       01  DataHoraActual     PICTURE X(14).

      ******Report editing ******
       01  QuantEd            PICTURE Z(3)9.
       01  QuantEd2           PICTURE Z(3)9.
       01  QuantEd3           PICTURE Z(3)9.

       PROCEDURE DIVISION.

      *****************************************************************
      ************* START AND MAIN LOOP *******************************
      *****************************************************************
       MAIN-PROCEDURE.

           PERFORM Obtenir-Parametres

           OPEN INPUT ComandesFile
           IF ComandesStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' ComandesFileName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CatalegFile
           IF CatalegStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' CatalegFileName
                       ' (estat ' CatalegStatus ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HistoricFile
           IF HistoricStatus NOT = '00' AND HistoricStatus NOT = '05'
              THEN
               DISPLAY 'No es pot obrir ' HistoricFileName
                       ' (estat ' HistoricStatus ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LliuramentFile
           OPEN OUTPUT SolucionsFile
           OPEN OUTPUT AlbaraFile
           OPEN OUTPUT MancancesFile

           PERFORM UNTIL FiComandes
             READ ComandesFile
                 AT END SET FiComandes TO TRUE
                 NOT AT END
                     ADD 1 TO NumLiniaComanda
                     PERFORM Processa-comanda
             END-READ
           END-PERFORM

           PERFORM Escriu-totals

           CLOSE ComandesFile
           CLOSE CatalegFile
           CLOSE HistoricFile
           CLOSE LliuramentFile
           CLOSE SolucionsFile
           CLOSE AlbaraFile
           CLOSE MancancesFile

           DISPLAY NumLliurats ' graelles lliurades a '
                   NumComandes ' comandes'
           DISPLAY NumLiniesCurtes ' linies amb mancances, '
                   NumErronies ' comandes no valides'

      ***** A BAD ORDER LINE OUTRANKS A SHORTFALL: THE FIRST NEEDS
      ***** SALES TO CORRECT THE ORDER, THE SECOND A GENERATOR RUN
           EVALUATE TRUE
             WHEN NumErronies > 0 OR NumIncoherents > 0
               MOVE 8 TO RETURN-CODE
             WHEN NumLiniesCurtes > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      ******* RUN PARAMETERS: ORDERS, CATALOG, HISTORY, DELIVERY ******
      *****************************************************************
      ***** THE ANSWER KEY, PACKING LIST AND SHORTFALL REPORT ARE
      ***** NAMED AFTER THE DELIVERY FILE
       Obtenir-Parametres.
           MOVE 1 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT ComandesFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 2 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT CatalegFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 3 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT HistoricFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 4 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT LliuramentFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           STRING LliuramentFileName DELIMITED BY SPACE
                  '.solucions'           DELIMITED BY SIZE
                  INTO SolucionsFileName
           END-STRING
           STRING LliuramentFileName DELIMITED BY SPACE
                  '.albara'              DELIMITED BY SIZE
                  INTO AlbaraFileName
           END-STRING
           STRING LliuramentFileName DELIMITED BY SPACE
                  '.mancances'           DELIMITED BY SIZE
                  INTO MancancesFileName
           END-STRING.

      *****************************************************************
      ******* ONE ORDER LINE: VALIDATE, FILL FROM THE CATALOG *********
      *****************************************************************
       Processa-comanda.
           IF ComandesLinea = SPACES OR ComandesLinea(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF
      ***** A BLANK QUANTITY MEANS NONE OF THAT BAND
           IF ComandesLinea(21:4) = SPACES THEN
               MOVE ZEROS TO ComFacil
           END-IF
           IF ComandesLinea(26:4) = SPACES THEN
               MOVE ZEROS TO ComMitja
           END-IF
           IF ComandesLinea(31:4) = SPACES THEN
               MOVE ZEROS TO ComDificil
           END-IF
           IF ComClient = SPACES
              OR ComFacil IS NOT NUMERIC
              OR ComMitja IS NOT NUMERIC
              OR ComDificil IS NOT NUMERIC THEN
               MOVE 0 TO PendentTotal
           ELSE
               COMPUTE PendentTotal = ComFacil + ComMitja + ComDificil
           END-IF
           IF PendentTotal = 0 THEN
               ADD 1 TO NumErronies
               MOVE SPACES TO LiniaMancanca
               STRING 'Linia ' NumLiniaComanda
                      ': comanda no valida, no servida'
                      INTO LiniaMancanca
               END-STRING
               WRITE LiniaMancanca
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO NumComandes
           MOVE ComFacil TO Demanats(1)
           MOVE ComMitja TO Demanats(2)
           MOVE ComDificil TO Demanats(3)
           PERFORM VARYING iBanda FROM 1 BY 1 UNTIL iBanda>3
             MOVE Demanats(iBanda) TO Pendents(iBanda)
             MOVE 0 TO Servits(iBanda)
           END-PERFORM
           IF ComVariant = SPACES THEN
               MOVE 216 TO LimitPerm
           ELSE
               MOVE 1 TO LimitPerm
           END-IF

           MOVE SPACES TO LiniaAlbara
           STRING 'Client ' ComClient
                  '  edicio ' ComEdicio
                  '  variant ' ComVariant
                  INTO LiniaAlbara
           END-STRING
           WRITE LiniaAlbara

           PERFORM Recorre-cataleg

           PERFORM VARYING iBanda FROM 1 BY 1 UNTIL iBanda>3
             IF Pendents(iBanda) > 0 THEN
                 PERFORM Escriu-mancanca
             END-IF
           END-PERFORM
           IF Pendents(1) > 0 OR Pendents(2) > 0
              OR Pendents(3) > 0 THEN
               ADD 1 TO NumLiniesCurtes
           END-IF
           PERFORM Escriu-albara-totals.

      ***** ONE PASS OVER THE CATALOG IN KEY ORDER FILLS ALL THREE
      ***** BANDS AT ONCE AND STOPS AS SOON AS NOTHING IS PENDING
       Recorre-cataleg.
           MOVE 0 TO FiCatalegSw
           MOVE LOW-VALUES TO CatalegClau
           START CatalegFile KEY IS NOT LESS THAN CatalegClau
               INVALID KEY SET FiCataleg TO TRUE
           END-START
           PERFORM UNTIL FiCataleg OR PendentTotal = 0
             READ CatalegFile NEXT RECORD
                 AT END SET FiCataleg TO TRUE
                 NOT AT END PERFORM Avalua-candidat
             END-READ
           END-PERFORM.

       Avalua-candidat.
           IF CatalegVariant NOT = ComVariant THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING iBanda FROM 1 BY 1
                   UNTIL iBanda > 3
                   OR NomBanda(iBanda) = CatalegDificultat
           END-PERFORM
           IF iBanda > 3 THEN
               EXIT PARAGRAPH
           END-IF
           IF Pendents(iBanda) = 0 THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM Consulta-historic
           IF JaServit THEN
               ADD 1 TO NumRepetits
               EXIT PARAGRAPH
           END-IF

           PERFORM Prepara-lliurament
           IF GridCanonic NOT = CatalegGrid THEN
               ADD 1 TO NumIncoherents
               DISPLAY 'Registre del cataleg incoherent, no servit: '
                       CatalegGrid
               EXIT PARAGRAPH
           END-IF

           PERFORM Escriu-lliurament
           SUBTRACT 1 FROM Pendents(iBanda)
           ADD 1 TO Servits(iBanda)
           SUBTRACT 1 FROM PendentTotal.

      ***** THE HISTORY IS KEYED ON THE CANONICAL GRID, SO ANY
      ***** RELABELLED OR PERMUTED COPY OF A GRID ALREADY SENT TO THE
      ***** CLIENT IS THE SAME KEY
       Consulta-historic.
           MOVE ComClient TO HistClient
           MOVE CatalegGrid TO HistGrid
           MOVE CatalegVariant TO HistVariant
           READ HistoricFile
               INVALID KEY MOVE 0 TO JaServitSw
               NOT INVALID KEY MOVE 1 TO JaServitSw
           END-READ.

      ***** THE CLIENT RECEIVES THE LITERAL GRID AS FIRST CATALOGUED;
      ***** THE STORED SOLUTION IS IN CANONICAL ORIENTATION AND IS
      ***** MAPPED BACK THROUGH THE MAPS OF THAT LITERAL GRID. A
      ***** RECORD WITHOUT A LITERAL GRID IS SENT IN CANONICAL FORM
       Prepara-lliurament.
           IF CatalegGridOrig = SPACES THEN
               MOVE CatalegGrid TO GridOriginal
               MOVE CatalegGrid TO GridCanonic
               MOVE CatalegSolucio TO SolucioMapejada
               EXIT PARAGRAPH
           END-IF
           MOVE CatalegGridOrig TO GridOriginal
           PERFORM Calcula-clau-canonica
           IF GridCanonic = CatalegGrid THEN
               PERFORM Mapeja-solucio-original
           END-IF.

       Escriu-lliurament.
           ADD 1 TO NumLliurats
           MOVE SPACES TO LiniaLliurament
           MOVE GridOriginal TO LliuGrid
           MOVE CatalegVariant TO LliuVariant
           WRITE LiniaLliurament

           MOVE SPACES TO LiniaSolucions
           MOVE SolucioMapejada TO SolSolucio
           MOVE CatalegDificultat TO SolDificultat
           WRITE LiniaSolucions

           PERFORM Obtenir-DataHora
           MOVE ComClient TO HistClient
           MOVE CatalegGrid TO HistGrid
           MOVE CatalegVariant TO HistVariant
           MOVE ComEdicio TO HistEdicio
           MOVE DataHoraActual TO HistData
           MOVE CatalegDificultat TO HistDificultat
           WRITE HistoricRecord
               INVALID KEY
                   DISPLAY 'Historic: clau duplicada ' HistClient
           END-WRITE

           MOVE SPACES TO LiniaAlbara
           STRING '  ' NumLliurats
                  ' ' CatalegDificultat
                  ' ' GridOriginal
                  INTO LiniaAlbara
           END-STRING
           WRITE LiniaAlbara.

       Escriu-mancanca.
           MOVE Demanats(iBanda) TO QuantEd
           MOVE Servits(iBanda) TO QuantEd2
           MOVE Pendents(iBanda) TO QuantEd3
           MOVE SPACES TO LiniaMancanca
           STRING 'Client ' ComClient
                  ' edicio ' ComEdicio
                  ' variant ' ComVariant
                  ' ' NomBanda(iBanda)
                  ' demanats ' QuantEd
                  ' servits ' QuantEd2
                  ' falten ' QuantEd3
                  INTO LiniaMancanca
           END-STRING
           WRITE LiniaMancanca.

       Escriu-albara-totals.
           PERFORM VARYING iBanda FROM 1 BY 1 UNTIL iBanda>3
             IF Demanats(iBanda) > 0 THEN
                 MOVE Demanats(iBanda) TO QuantEd
                 MOVE Servits(iBanda) TO QuantEd2
                 MOVE SPACES TO LiniaAlbara
                 STRING '  Total ' NomBanda(iBanda)
                        ' demanats ' QuantEd
                        ' servits ' QuantEd2
                        INTO LiniaAlbara
                 END-STRING
                 WRITE LiniaAlbara
             END-IF
           END-PERFORM
           MOVE SPACES TO LiniaAlbara
           WRITE LiniaAlbara.

       Escriu-totals.
           MOVE SPACES TO LiniaAlbara
           STRING NumLliurats ' graelles lliurades a '
                  NumComandes ' comandes, '
                  NumRepetits ' descartades per ja servides'
                  INTO LiniaAlbara
           END-STRING
           WRITE LiniaAlbara
           IF NumIncoherents > 0 THEN
               MOVE SPACES TO LiniaAlbara
               STRING NumIncoherents
                      ' registres del cataleg incoherents'
                      INTO LiniaAlbara
               END-STRING
               WRITE LiniaAlbara
           END-IF.

       Obtenir-DataHora.
           ACCEPT DataAvui FROM DATE YYYYMMDD
           ACCEPT LlegirTemps FROM TIME
           STRING DataAvui TempsH TempsM TempsS
                  INTO DataHoraActual
           END-STRING.

      *****************************************************************
      ******* CANONICAL FORM OF A GRID (SAME METHOD AS SUDOKU) ********
      *****************************************************************
      ***** A VARIANT GRID ONLY TRIES THE IDENTITY ARRANGEMENT
      ***** (LimitPerm = 1), AS WHEN IT WAS CATALOGUED
       Calcula-clau-canonica.
           MOVE HIGH-VALUES TO GridCanonic
           PERFORM VARYING iPermFil FROM 1 BY 1
                   UNTIL iPermFil > LimitPerm
             PERFORM Construeix-mapa-files
             PERFORM VARYING iPermCol FROM 1 BY 1
                     UNTIL iPermCol > LimitPerm
               PERFORM Construeix-mapa-columnes
               PERFORM Genera-candidat
               IF CandidatMillor THEN
                   MOVE GridCandidat TO GridCanonic
                   MOVE MapaFiles TO MillorMapaFiles
                   MOVE MapaColumnes TO MillorMapaColumnes
                   MOVE MapaDigits TO MillorMapaDigits
               END-IF
             END-PERFORM
           END-PERFORM
           PERFORM Completa-mapa-digits
           PERFORM Construeix-mapa-invers.

       Construeix-mapa-files.
           SUBTRACT 1 FROM iPermFil GIVING PermResta
           COMPUTE PermBanda1 = PermResta / 36
           COMPUTE PermResta = PermResta - PermBanda1 * 36
           COMPUTE PermBanda2 = PermResta / 6
           COMPUTE PermBanda3 = PermResta - PermBanda2 * 6
           ADD 1 TO PermBanda1
           ADD 1 TO PermBanda2
           ADD 1 TO PermBanda3
           PERFORM VARYING kPerm FROM 1 BY 1 UNTIL kPerm > 3
             MOVE PermElem(PermBanda1, kPerm) TO MapaFila(kPerm)
             COMPUTE MapaFila(kPerm + 3)
                     = 3 + PermElem(PermBanda2, kPerm)
             COMPUTE MapaFila(kPerm + 6)
                     = 6 + PermElem(PermBanda3, kPerm)
           END-PERFORM.

       Construeix-mapa-columnes.
           SUBTRACT 1 FROM iPermCol GIVING PermResta
           COMPUTE PermBanda1 = PermResta / 36
           COMPUTE PermResta = PermResta - PermBanda1 * 36
           COMPUTE PermBanda2 = PermResta / 6
           COMPUTE PermBanda3 = PermResta - PermBanda2 * 6
           ADD 1 TO PermBanda1
           ADD 1 TO PermBanda2
           ADD 1 TO PermBanda3
           PERFORM VARYING kPerm FROM 1 BY 1 UNTIL kPerm > 3
             MOVE PermElem(PermBanda1, kPerm) TO MapaCol(kPerm)
             COMPUTE MapaCol(kPerm + 3)
                     = 3 + PermElem(PermBanda2, kPerm)
             COMPUTE MapaCol(kPerm + 6)
                     = 6 + PermElem(PermBanda3, kPerm)
           END-PERFORM.

       Genera-candidat.
           MOVE '000000000' TO MapaDigits
           MOVE 0 TO ProperDigit
           MOVE 0 TO EstatCandidat
           MOVE 0 TO PosCanon
           PERFORM VARYING iCanon FROM 1 BY 1
                   UNTIL iCanon > 9 OR CandidatPitjor
             PERFORM VARYING jCanon FROM 1 BY 1
                     UNTIL jCanon > 9 OR CandidatPitjor
               ADD 1 TO PosCanon
               COMPUTE PosFont = (MapaFila(iCanon) - 1) * 9
                                 + MapaCol(jCanon)
               IF GridOriginal(PosFont:1) = '.' THEN
                   MOVE '.' TO CarCanonic
               ELSE
                   MOVE GridOriginal(PosFont:1) TO DigCanon
                   IF MapaDigits(DigCanon:1) = '0' THEN
                       ADD 1 TO ProperDigit
                       MOVE Digits(ProperDigit)
                         TO MapaDigits(DigCanon:1)
                   END-IF
                   MOVE MapaDigits(DigCanon:1) TO CarCanonic
               END-IF
               MOVE CarCanonic TO GridCandidat(PosCanon:1)
               IF EstatCandidat = 0 THEN
                   IF CarCanonic < GridCanonic(PosCanon:1) THEN
                       MOVE 1 TO EstatCandidat
                   ELSE
                       IF CarCanonic > GridCanonic(PosCanon:1) THEN
                           MOVE 2 TO EstatCandidat
                       END-IF
                   END-IF
               END-IF
             END-PERFORM
           END-PERFORM.

       Completa-mapa-digits.
           PERFORM VARYING iDigCan FROM 1 BY 1 UNTIL iDigCan > 9
             IF MillorMapaDigits(iDigCan:1) = '0' THEN
                 PERFORM VARYING jDigCan FROM 1 BY 1
                         UNTIL jDigCan > 9
                         OR MillorMapaDigits(iDigCan:1) NOT = '0'
                   MOVE 0 TO ContCan
                   INSPECT MillorMapaDigits
                           TALLYING ContCan FOR ALL Digits(jDigCan)
                   IF ContCan = 0 THEN
                       MOVE Digits(jDigCan)
                         TO MillorMapaDigits(iDigCan:1)
                   END-IF
                 END-PERFORM
             END-IF
           END-PERFORM.

       Construeix-mapa-invers.
           PERFORM VARYING iDigCan FROM 1 BY 1 UNTIL iDigCan > 9
             MOVE MillorMapaDigits(iDigCan:1) TO DigCanon
             MOVE Digits(iDigCan) TO MapaInvers(DigCanon:1)
           END-PERFORM.

      ***** THE STORED CANONICAL SOLUTION, MAPPED BACK TO THE
      ***** ORIENTATION AND LABELS OF THE LITERAL GRID
       Mapeja-solucio-original.
           PERFORM VARYING iCanon FROM 1 BY 1 UNTIL iCanon > 9
             PERFORM VARYING jCanon FROM 1 BY 1 UNTIL jCanon > 9
               COMPUTE PosCanon = (iCanon - 1) * 9 + jCanon
               COMPUTE PosFont = (MillorFila(iCanon) - 1) * 9
                                 + MillorCol(jCanon)
               MOVE CatalegSolucio(PosCanon:1) TO DigCanon
               MOVE MapaInvers(DigCanon:1)
                 TO SolucioMapejada(PosFont:1)
             END-PERFORM
           END-PERFORM.
       END PROGRAM COMANDA.
