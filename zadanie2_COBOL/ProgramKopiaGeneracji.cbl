      *> KOPGEN - kopia generacyjna plikow nocy przed przebiegiem.
      *> Uruchamiany jako pierwszy krok nocy (przed EDYTTK/DKTS/
      *> ZAMKOKR) kopiuje wszystkie pliki glowne i kontrolne, ktore
      *> noc modyfikuje:
      *>   - indeksowane: SaldaKlientow, ProfileWyciagow,
      *>     HistoriaTransakcji, DaneKlientow, RejestrUzgodnien
      *>     (kopiowane w kolejnosci klucza),
      *>   - sekwencyjne: TransakcjeKlientow, TransakcjeZawieszone,
      *>     ZawieszoneEskalacja, TransakcjeOkresu, RejestrReferencji,
      *>     OkresyZamkniete, SaldaOkresow, PunktyKontrolne,
      *>     WyciagiNalezne, KursyWalut, RewaluacjaSald,
      *>     LimityKredytowe, OdsylaczeKlientow, ZmianyOczekujace,
      *>     UzgodnieniaOtwarte oraz wejscia sterujace DecyzjeZmian i
      *>     ScaleniaKlientow (ZATWKL i SCALKL oprozniaja je po
      *>     przebiegu - po odtworzeniu ponowienie nocy zastosuje je
      *>     jeszcze raz).
      *> AudytKlientow i RejestrPrzebiegow nie sa kopiowane - sa
      *> dziennikami i po odtworzeniu maja zachowac zapis nocy
      *> odwolanej.
      *> Kazda generacja dostaje kolejny numer i trafia do jednego z
      *> N miejsc (PARM "KOPIE=nn", domyslnie 05): kopia pliku to plik
      *> "<nazwa>.Knn", gdzie nn = numer miejsca - najstarsza
      *> generacja jest nadpisywana. Katalog KopieGeneracji zapisuje
      *> dla generacji wiersz START (przed nadpisaniem miejsca), wiersz
      *> PLIK dla kazdego pliku (JEST/BRAK i liczba rekordow) oraz
      *> wiersz KOMPLET po skopiowaniu ostatniego pliku. Generacja bez
      *> wiersza KOMPLET (przebieg przerwany) nie nadaje sie do
      *> odtworzenia - ODTWGEN ja odrzuci, podobnie jak generacje,
      *> ktorej miejsce zajela juz generacja pozniejsza.
      *> Wpis KONIEC w RejestrPrzebiegow niesie numer generacji (WE)
      *> i liczbe skopiowanych rekordow (WY).
IDENTIFICATION DIVISION.
PROGRAM-ID. KOPGEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT KATALOGFILE ASSIGN TO "KopieGeneracji"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KAT-STATUS.

      *> Plik sekwencyjny nocy i jego kopia - nazwy ustawiane przed
      *> kazdym OPEN z listy plikow ponizej.
        SELECT ZRODLOFILE ASSIGN USING WS-NAZWA-PLIKU
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ZRD-STATUS.

        SELECT KOPIAFILE ASSIGN USING WS-NAZWA-KOPII
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KOP-STATUS.

        SELECT SALDAFILE ASSIGN TO "SaldaKlientow"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SALDO-KLUCZ
                FILE STATUS IS SAL-STATUS.

        SELECT PROFILEFILE ASSIGN TO "ProfileWyciagow"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PROF-KOD
                FILE STATUS IS PRF-STATUS.

        SELECT HISTORIAFILE ASSIGN TO "HistoriaTransakcji"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-REFERENCJA
                FILE STATUS IS HIS-STATUS.

        SELECT KLIENCIFILE ASSIGN TO "DaneKlientow"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS KLIENT-KOD
                FILE STATUS IS KLI-STATUS.

        SELECT UZGODNIENIAFILE ASSIGN TO "RejestrUzgodnien"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS UZG-REFERENCJA
                FILE STATUS IS UZG-STATUS.

        SELECT RAPORTFILE ASSIGN TO "RaportKopiiGeneracji"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RAP-STATUS.

        SELECT REJESTRFILE ASSIGN TO "RejestrPrzebiegow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJ-STATUS.

DATA DIVISION.

FILE SECTION.

      *> Katalog generacji - uklad wspolny z ODTWGEN.
      *> KAT-RODZAJ: "START", "PLIK", "KOMPLET"; KAT-PLIK, KAT-STAN
      *> ("JEST"/"BRAK") i KAT-LICZBA wypelnione tylko w wierszu PLIK.
FD KATALOGFILE.
01 KATALOG-RECORD.
        05 KAT-GENERACJA            PIC 9(6).
        05 FILLER                   PIC X(1).
        05 KAT-SLOT                 PIC 9(2).
        05 FILLER                   PIC X(1).
        05 KAT-DATA                 PIC X(8).
        05 KAT-CZAS                 PIC X(6).
        05 FILLER                   PIC X(1).
        05 KAT-RODZAJ               PIC X(8).
        05 FILLER                   PIC X(1).
        05 KAT-PLIK                 PIC X(20).
        05 FILLER                   PIC X(1).
        05 KAT-STAN                 PIC X(4).
        05 FILLER                   PIC X(1).
        05 KAT-LICZBA               PIC 9(8).

      *> Najdluzszy rekord kopiowanych plikow sekwencyjnych i obrazow
      *> plikow indeksowanych to UzgodnieniaOtwarte (155 bajtow).
FD ZRODLOFILE.
01 ZRODLO-RECORD                    PIC X(160).

FD KOPIAFILE.
01 KOPIA-RECORD                     PIC X(160).

FD SALDAFILE.
01 SALDO-RECORD.
        05 SALDO-KLUCZ              PIC X(34).
        05 FILLER                   PIC X(15).

FD PROFILEFILE.
01 PROFIL-RECORD.
        05 PROF-KOD                 PIC X(16).
        05 FILLER                   PIC X(10).

FD HISTORIAFILE.
01 HISTORIA-RECORD.
        05 HIST-REFERENCJA          PIC X(12).
        05 FILLER                   PIC X(113).

FD KLIENCIFILE.
01 KLIENT-RECORD.
        05 KLIENT-KOD               PIC X(16).
        05 FILLER                   PIC X(42).

FD UZGODNIENIAFILE.
01 UZGODNIENIE-RECORD.
        05 UZG-REFERENCJA           PIC X(12).
        05 FILLER                   PIC X(9).

FD RAPORTFILE.
01 RAPORT-LINE                      PIC X(132).

FD REJESTRFILE.
01 REJESTR-RECORD.
        05 REJ-PROGRAM              PIC X(8).
        05 FILLER                   PIC X(1).
        05 REJ-STEMPEL.
                10 REJ-DATA         PIC X(8).
                10 REJ-CZAS         PIC X(6).
        05 FILLER                   PIC X(1).
        05 REJ-STATUS-WPISU         PIC X(8).
        05 FILLER                   PIC X(1).
        05 REJ-LICZBA-WE            PIC 9(6).
        05 FILLER                   PIC X(1).
        05 REJ-LICZBA-WY            PIC 9(6).


WORKING-STORAGE SECTION.

77 KAT-STATUS           PIC X(2) VALUE "00".
77 ZRD-STATUS           PIC X(2) VALUE "00".
77 KOP-STATUS           PIC X(2) VALUE "00".
77 SAL-STATUS           PIC X(2) VALUE "00".
77 PRF-STATUS           PIC X(2) VALUE "00".
77 HIS-STATUS           PIC X(2) VALUE "00".
77 KLI-STATUS           PIC X(2) VALUE "00".
77 UZG-STATUS           PIC X(2) VALUE "00".
77 RAP-STATUS           PIC X(2) VALUE "00".
77 REJ-STATUS           PIC X(2) VALUE "00".

77 EOF-SWITCH-PLIK      PIC X VALUE "N".

77 WS-PARM              PIC X(200) VALUE SPACES.
77 WS-PARM-LEN          PIC 9(4) VALUE 0.
77 WS-PARM-WSK          PIC 9(4) VALUE 1.
77 WS-TOKEN             PIC X(20) VALUE SPACES.
77 WS-KOPIE-TMP         PIC X(2) VALUE SPACES.

77 DATA-URUCHOMIENIA    PIC X(8) VALUE SPACES.
77 CZAS-URUCHOMIENIA    PIC X(6) VALUE SPACES.

      *> Liczba przechowywanych generacji (miejsc na kopie).
77 LICZBA-KOPII         PIC 9(2) VALUE 5.

77 WS-GENERACJA         PIC 9(6) VALUE 0.
77 WS-SLOT              PIC 9(2) VALUE 0.

77 WS-NAZWA-PLIKU       PIC X(30) VALUE SPACES.
77 WS-NAZWA-KOPII       PIC X(30) VALUE SPACES.

      *> Pliki nocy objete kopia: rodzaj ("I" indeksowany, "L"
      *> sekwencyjny) i nazwa. Lista wspolna z ODTWGEN - plik dodany
      *> tutaj musi byc dodany i tam.
78 MAX-PLIKI               VALUE 22.
01 LISTA-PLIKOW-WARTOSCI.
        02 FILLER PIC X(21) VALUE "ISaldaKlientow".
        02 FILLER PIC X(21) VALUE "IProfileWyciagow".
        02 FILLER PIC X(21) VALUE "IHistoriaTransakcji".
        02 FILLER PIC X(21) VALUE "LTransakcjeKlientow".
        02 FILLER PIC X(21) VALUE "LTransakcjeZawieszone".
        02 FILLER PIC X(21) VALUE "LZawieszoneEskalacja".
        02 FILLER PIC X(21) VALUE "LTransakcjeOkresu".
        02 FILLER PIC X(21) VALUE "LRejestrReferencji".
        02 FILLER PIC X(21) VALUE "LOkresyZamkniete".
        02 FILLER PIC X(21) VALUE "LSaldaOkresow".
        02 FILLER PIC X(21) VALUE "LPunktyKontrolne".
        02 FILLER PIC X(21) VALUE "LWyciagiNalezne".
        02 FILLER PIC X(21) VALUE "IDaneKlientow".
        02 FILLER PIC X(21) VALUE "IRejestrUzgodnien".
        02 FILLER PIC X(21) VALUE "LKursyWalut".
        02 FILLER PIC X(21) VALUE "LRewaluacjaSald".
        02 FILLER PIC X(21) VALUE "LLimityKredytowe".
        02 FILLER PIC X(21) VALUE "LOdsylaczeKlientow".
        02 FILLER PIC X(21) VALUE "LZmianyOczekujace".
        02 FILLER PIC X(21) VALUE "LDecyzjeZmian".
        02 FILLER PIC X(21) VALUE "LScaleniaKlientow".
        02 FILLER PIC X(21) VALUE "LUzgodnieniaOtwarte".
01 LISTA-PLIKOW REDEFINES LISTA-PLIKOW-WARTOSCI.
        02 WIERSZ-PLIKU  OCCURS MAX-PLIKI TIMES.
                03 PL-RODZAJ        PIC X(1).
                03 PL-NAZWA         PIC X(20).
77 IDX-PL               PIC 9(4) VALUE 0.

77 WS-STAN-PLIKU        PIC X(4) VALUE SPACES.
77 WS-LICZBA-REKORDOW   PIC 9(8) VALUE 0.

77 LICZBA-PLIKOW-JEST   PIC 9(4) VALUE 0.
77 LICZBA-PLIKOW-BRAK   PIC 9(4) VALUE 0.
77 LICZBA-REKORDOW-RAZEM PIC 9(8) VALUE 0.

01 LINIA-PLIKU.
        05 LP-PLIK              PIC X(20).
        05 FILLER               PIC X(2).
        05 LP-KOPIA             PIC X(30).
        05 FILLER               PIC X(2).
        05 LP-STAN              PIC X(4).
        05 FILLER               PIC X(2).
        05 LP-LICZBA            PIC Z(7)9.

77 WS-ABEND-KOMUNIKAT   PIC X(60) VALUE SPACES.
77 WS-RAPORT-OTWARTY    PIC X VALUE "N".


PROCEDURE DIVISION.

000-MAIN.

        MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-URUCHOMIENIA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO CZAS-URUCHOMIENIA.

        PERFORM 100-PARSUJ-PARAMETRY.
        PERFORM 500-ZAPISZ-REJESTR-START.
        PERFORM 130-USTAL-GENERACJE.
        PERFORM 120-OTWORZ-RAPORT.

      *> Wiersz START przed pierwszym nadpisaniem miejsca - od tej
      *> chwili poprzednia generacja z tego miejsca jest niewazna.
        PERFORM 140-ZAPISZ-KATALOG-START.

        PERFORM VARYING IDX-PL FROM 1 BY 1 UNTIL IDX-PL > MAX-PLIKI
                PERFORM 200-KOPIUJ-PLIK
        END-PERFORM.

        PERFORM 150-ZAPISZ-KATALOG-KOMPLET.

        PERFORM 450-DRUKUJ-PODSUMOWANIE-RAPORTU.
        CLOSE RAPORTFILE.

        PERFORM 510-ZAPISZ-REJESTR-KONIEC.
        PERFORM 700-DRUKUJ-PODSUMOWANIE.

        STOP RUN.

100-PARSUJ-PARAMETRY.

      *> Token: "KOPIE=nn" - liczba przechowywanych generacji, dwie
      *> cyfry (01-99).
        MOVE SPACES TO WS-PARM.
        ACCEPT WS-PARM FROM COMMAND-LINE.

        MOVE FUNCTION TRIM(WS-PARM) TO WS-PARM.
        COMPUTE WS-PARM-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-PARM)).
        MOVE 1 TO WS-PARM-WSK.

        PERFORM UNTIL WS-PARM-WSK > WS-PARM-LEN
                MOVE SPACES TO WS-TOKEN
                UNSTRING WS-PARM DELIMITED BY ","
                        INTO WS-TOKEN
                        WITH POINTER WS-PARM-WSK
                END-UNSTRING
                MOVE FUNCTION TRIM(WS-TOKEN) TO WS-TOKEN
                IF WS-TOKEN NOT = SPACES
                        PERFORM 105-PRZETWORZ-TOKEN
                END-IF
        END-PERFORM.

105-PRZETWORZ-TOKEN.

        EVALUATE FUNCTION UPPER-CASE(WS-TOKEN(1:3))
                WHEN "KOP"
                        MOVE WS-TOKEN(7:2) TO WS-KOPIE-TMP
                        PERFORM 110-USTAW-LICZBE-KOPII
                WHEN OTHER
                        DISPLAY "Nieznany parametr [" WS-TOKEN
                                "] - pominieto."
        END-EVALUATE.

110-USTAW-LICZBE-KOPII.

        IF WS-KOPIE-TMP IS NUMERIC AND WS-KOPIE-TMP NOT = "00"
                MOVE WS-KOPIE-TMP TO LICZBA-KOPII
        ELSE
                DISPLAY "Niepoprawna liczba kopii w parametrze KOPIE= ["
                        WS-TOKEN "] - pominieto."
        END-IF.

120-OTWORZ-RAPORT.

        OPEN OUTPUT RAPORTFILE.

        IF RAP-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RaportKopiiGeneracji: nie mozna otworzyc "
                        DELIMITED BY SIZE
                        "pliku (status " DELIMITED BY SIZE
                        RAP-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "T" TO WS-RAPORT-OTWARTY.

        MOVE SPACES TO RAPORT-LINE.
        STRING "RAPORT KOPII GENERACYJNEJ - DATA: " DATA-URUCHOMIENIA
                " " CZAS-URUCHOMIENIA
                "  GENERACJA: " WS-GENERACJA
                "  MIEJSCE: " WS-SLOT " Z " LICZBA-KOPII
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "PLIK                  KOPIA                           "
                "STAN   REKORDY"
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.

130-USTAL-GENERACJE.

      *> Numer generacji = najwyzszy numer w katalogu + 1; brak
      *> katalogu to pierwsza generacja. Miejsce wynika z numeru, wiec
      *> kolejne generacje zajmuja miejsca po kolei i nadpisuja
      *> najstarsza.
        MOVE 0 TO WS-GENERACJA.

        OPEN INPUT KATALOGFILE.
        IF KAT-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ KATALOGFILE
                                AT END
                                        MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        IF KAT-GENERACJA IS NUMERIC
                                           AND KAT-GENERACJA
                                                > WS-GENERACJA
                                                MOVE KAT-GENERACJA
                                                        TO WS-GENERACJA
                                        END-IF
                        END-READ
                END-PERFORM
                CLOSE KATALOGFILE
        ELSE
                IF KAT-STATUS NOT = "35"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "KopieGeneracji: nie mozna otworzyc "
                                DELIMITED BY SIZE
                                "pliku (status " DELIMITED BY SIZE
                                KAT-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
        END-IF.

        COMPUTE WS-GENERACJA = WS-GENERACJA + 1.
        COMPUTE WS-SLOT =
                FUNCTION MOD(WS-GENERACJA - 1, LICZBA-KOPII) + 1.

140-ZAPISZ-KATALOG-START.

        PERFORM 145-OTWORZ-KATALOG-DOPIS.
        MOVE SPACES TO KATALOG-RECORD.
        MOVE WS-GENERACJA TO KAT-GENERACJA.
        MOVE WS-SLOT TO KAT-SLOT.
        MOVE DATA-URUCHOMIENIA TO KAT-DATA.
        MOVE CZAS-URUCHOMIENIA TO KAT-CZAS.
        MOVE "START" TO KAT-RODZAJ.
        MOVE 0 TO KAT-LICZBA.
        WRITE KATALOG-RECORD.
        CLOSE KATALOGFILE.

145-OTWORZ-KATALOG-DOPIS.

      *> Katalog zamykany po kazdym wierszu - przebieg przerwany
      *> zostawia w nim wszystko, co zdazyl zapisac.
        OPEN EXTEND KATALOGFILE.
        IF KAT-STATUS = "35"
                OPEN OUTPUT KATALOGFILE
        END-IF.
        IF KAT-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "KopieGeneracji: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        KAT-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

150-ZAPISZ-KATALOG-KOMPLET.

        PERFORM 145-OTWORZ-KATALOG-DOPIS.
        MOVE SPACES TO KATALOG-RECORD.
        MOVE WS-GENERACJA TO KAT-GENERACJA.
        MOVE WS-SLOT TO KAT-SLOT.
        MOVE DATA-URUCHOMIENIA TO KAT-DATA.
        MOVE CZAS-URUCHOMIENIA TO KAT-CZAS.
        MOVE "KOMPLET" TO KAT-RODZAJ.
        MOVE LICZBA-REKORDOW-RAZEM TO KAT-LICZBA.
        WRITE KATALOG-RECORD.
        CLOSE KATALOGFILE.

200-KOPIUJ-PLIK.

        MOVE SPACES TO WS-NAZWA-PLIKU.
        MOVE PL-NAZWA(IDX-PL) TO WS-NAZWA-PLIKU.
        MOVE SPACES TO WS-NAZWA-KOPII.
        STRING PL-NAZWA(IDX-PL) DELIMITED BY SPACE
                ".K" WS-SLOT DELIMITED BY SIZE
                INTO WS-NAZWA-KOPII.

        MOVE "JEST" TO WS-STAN-PLIKU.
        MOVE 0 TO WS-LICZBA-REKORDOW.

      *> Kopia jest zakladana zawsze, takze dla pliku nieistniejacego -
      *> w miejscu nie moze zostac kopia z generacji nadpisywanej.
        PERFORM 205-OTWORZ-KOPIE.

        EVALUATE PL-NAZWA(IDX-PL)
                WHEN "SaldaKlientow"
                        PERFORM 210-KOPIUJ-SALDA
                WHEN "ProfileWyciagow"
                        PERFORM 220-KOPIUJ-PROFILE
                WHEN "HistoriaTransakcji"
                        PERFORM 230-KOPIUJ-HISTORIE
                WHEN "DaneKlientow"
                        PERFORM 235-KOPIUJ-KLIENTOW
                WHEN "RejestrUzgodnien"
                        PERFORM 240-KOPIUJ-UZGODNIENIA
                WHEN OTHER
                        PERFORM 250-KOPIUJ-SEKWENCYJNY
        END-EVALUATE.

        CLOSE KOPIAFILE.

        IF WS-STAN-PLIKU = "JEST"
                COMPUTE LICZBA-PLIKOW-JEST = LICZBA-PLIKOW-JEST + 1
        ELSE
                COMPUTE LICZBA-PLIKOW-BRAK = LICZBA-PLIKOW-BRAK + 1
        END-IF.
        COMPUTE LICZBA-REKORDOW-RAZEM =
                LICZBA-REKORDOW-RAZEM + WS-LICZBA-REKORDOW.

        PERFORM 260-ZAPISZ-KATALOG-PLIK.

205-OTWORZ-KOPIE.

        OPEN OUTPUT KOPIAFILE.

        IF KOP-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING WS-NAZWA-KOPII DELIMITED BY SPACE
                        ": nie mozna otworzyc pliku (status "
                        DELIMITED BY SIZE
                        KOP-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

210-KOPIUJ-SALDA.

        OPEN INPUT SALDAFILE.
        IF SAL-STATUS = "35"
                MOVE "BRAK" TO WS-STAN-PLIKU
        ELSE
                IF SAL-STATUS NOT = "00"
                        MOVE SAL-STATUS TO ZRD-STATUS
                        PERFORM 290-ABEND-ZRODLA
                END-IF
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ SALDAFILE NEXT RECORD
                                AT END
                                        MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        MOVE SALDO-RECORD TO KOPIA-RECORD
                                        PERFORM 270-ZAPISZ-KOPIE
                        END-READ
                END-PERFORM
                CLOSE SALDAFILE
        END-IF.

220-KOPIUJ-PROFILE.

        OPEN INPUT PROFILEFILE.
        IF PRF-STATUS = "35"
                MOVE "BRAK" TO WS-STAN-PLIKU
        ELSE
                IF PRF-STATUS NOT = "00"
                        MOVE PRF-STATUS TO ZRD-STATUS
                        PERFORM 290-ABEND-ZRODLA
                END-IF
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ PROFILEFILE NEXT RECORD
                                AT END
                                        MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        MOVE PROFIL-RECORD
                                                TO KOPIA-RECORD
                                        PERFORM 270-ZAPISZ-KOPIE
                        END-READ
                END-PERFORM
                CLOSE PROFILEFILE
        END-IF.

230-KOPIUJ-HISTORIE.

        OPEN INPUT HISTORIAFILE.
        IF HIS-STATUS = "35"
                MOVE "BRAK" TO WS-STAN-PLIKU
        ELSE
                IF HIS-STATUS NOT = "00"
                        MOVE HIS-STATUS TO ZRD-STATUS
                        PERFORM 290-ABEND-ZRODLA
                END-IF
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ HISTORIAFILE NEXT RECORD
                                AT END
                                        MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        MOVE HISTORIA-RECORD
                                                TO KOPIA-RECORD
                                        PERFORM 270-ZAPISZ-KOPIE
                        END-READ
                END-PERFORM
                CLOSE HISTORIAFILE
        END-IF.

235-KOPIUJ-KLIENTOW.

        OPEN INPUT KLIENCIFILE.
        IF KLI-STATUS = "35"
                MOVE "BRAK" TO WS-STAN-PLIKU
        ELSE
                IF KLI-STATUS NOT = "00"
                        MOVE KLI-STATUS TO ZRD-STATUS
                        PERFORM 290-ABEND-ZRODLA
                END-IF
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ KLIENCIFILE NEXT RECORD
                                AT END
                                        MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        MOVE KLIENT-RECORD
                                                TO KOPIA-RECORD
                                        PERFORM 270-ZAPISZ-KOPIE
                        END-READ
                END-PERFORM
                CLOSE KLIENCIFILE
        END-IF.

240-KOPIUJ-UZGODNIENIA.

        OPEN INPUT UZGODNIENIAFILE.
        IF UZG-STATUS = "35"
                MOVE "BRAK" TO WS-STAN-PLIKU
        ELSE
                IF UZG-STATUS NOT = "00"
                        MOVE UZG-STATUS TO ZRD-STATUS
                        PERFORM 290-ABEND-ZRODLA
                END-IF
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ UZGODNIENIAFILE NEXT RECORD
                                AT END
                                        MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        MOVE UZGODNIENIE-RECORD
                                                TO KOPIA-RECORD
                                        PERFORM 270-ZAPISZ-KOPIE
                        END-READ
                END-PERFORM
                CLOSE UZGODNIENIAFILE
        END-IF.

250-KOPIUJ-SEKWENCYJNY.

        OPEN INPUT ZRODLOFILE.
        IF ZRD-STATUS = "35"
                MOVE "BRAK" TO WS-STAN-PLIKU
        ELSE
                IF ZRD-STATUS NOT = "00"
                        PERFORM 290-ABEND-ZRODLA
                END-IF
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ ZRODLOFILE
                                AT END
                                        MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        MOVE ZRODLO-RECORD
                                                TO KOPIA-RECORD
                                        PERFORM 270-ZAPISZ-KOPIE
                        END-READ
                END-PERFORM
                CLOSE ZRODLOFILE
        END-IF.

260-ZAPISZ-KATALOG-PLIK.

        PERFORM 145-OTWORZ-KATALOG-DOPIS.
        MOVE SPACES TO KATALOG-RECORD.
        MOVE WS-GENERACJA TO KAT-GENERACJA.
        MOVE WS-SLOT TO KAT-SLOT.
        MOVE DATA-URUCHOMIENIA TO KAT-DATA.
        MOVE CZAS-URUCHOMIENIA TO KAT-CZAS.
        MOVE "PLIK" TO KAT-RODZAJ.
        MOVE PL-NAZWA(IDX-PL) TO KAT-PLIK.
        MOVE WS-STAN-PLIKU TO KAT-STAN.
        MOVE WS-LICZBA-REKORDOW TO KAT-LICZBA.
        WRITE KATALOG-RECORD.
        CLOSE KATALOGFILE.

        MOVE SPACES TO LINIA-PLIKU.
        MOVE PL-NAZWA(IDX-PL) TO LP-PLIK.
        MOVE WS-NAZWA-KOPII TO LP-KOPIA.
        MOVE WS-STAN-PLIKU TO LP-STAN.
        MOVE WS-LICZBA-REKORDOW TO LP-LICZBA.
        MOVE LINIA-PLIKU TO RAPORT-LINE.
        WRITE RAPORT-LINE.

270-ZAPISZ-KOPIE.

        WRITE KOPIA-RECORD.
        IF KOP-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING WS-NAZWA-KOPII DELIMITED BY SPACE
                        ": blad zapisu (status " DELIMITED BY SIZE
                        KOP-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.
        COMPUTE WS-LICZBA-REKORDOW = WS-LICZBA-REKORDOW + 1.

290-ABEND-ZRODLA.

        MOVE SPACES TO WS-ABEND-KOMUNIKAT.
        STRING PL-NAZWA(IDX-PL) DELIMITED BY SPACE
                ": nie mozna otworzyc pliku (status "
                DELIMITED BY SIZE
                ZRD-STATUS DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO WS-ABEND-KOMUNIKAT.
        PERFORM 998-ABEND-PLIK.

450-DRUKUJ-PODSUMOWANIE-RAPORTU.

        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "GENERACJA " WS-GENERACJA " KOMPLETNA - PLIKI="
                LICZBA-PLIKOW-JEST
                " BRAK PLIKU=" LICZBA-PLIKOW-BRAK
                " REKORDY=" LICZBA-REKORDOW-RAZEM
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.

500-ZAPISZ-REJESTR-START.

        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "KOPGEN" TO REJ-PROGRAM.
        MOVE DATA-URUCHOMIENIA TO REJ-DATA.
        MOVE CZAS-URUCHOMIENIA TO REJ-CZAS.
        MOVE "START" TO REJ-STATUS-WPISU.
        MOVE 0 TO REJ-LICZBA-WE.
        MOVE 0 TO REJ-LICZBA-WY.
        WRITE REJESTR-RECORD.
        CLOSE REJESTRFILE.

510-ZAPISZ-REJESTR-KONIEC.

      *> Liczniki wpisu KONIEC: numer generacji i liczba rekordow
      *> skopiowanych (ostatnie szesc cyfr).
        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "KOPGEN" TO REJ-PROGRAM.
        MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO REJ-CZAS.
        MOVE "KONIEC" TO REJ-STATUS-WPISU.
        MOVE WS-GENERACJA TO REJ-LICZBA-WE.
        MOVE LICZBA-REKORDOW-RAZEM TO REJ-LICZBA-WY.
        WRITE REJESTR-RECORD.
        CLOSE REJESTRFILE.

520-OTWORZ-REJESTR-DOPIS.

        OPEN EXTEND REJESTRFILE.
        IF REJ-STATUS = "35"
                OPEN OUTPUT REJESTRFILE
        END-IF.
        IF REJ-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RejestrPrzebiegow: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        REJ-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

700-DRUKUJ-PODSUMOWANIE.

        DISPLAY "*** Podsumowanie kopii generacyjnej ***".
        DISPLAY "Generacja:                        " WS-GENERACJA.
        DISPLAY "Miejsce / liczba kopii:           "
                WS-SLOT " / " LICZBA-KOPII.
        DISPLAY "Pliki skopiowane:                 " LICZBA-PLIKOW-JEST.
        DISPLAY "Pliki nieistniejace:              " LICZBA-PLIKOW-BRAK.
        DISPLAY "Rekordy skopiowane:               "
                LICZBA-REKORDOW-RAZEM.

998-ABEND-PLIK.

        DISPLAY "**** BLAD KRYTYCZNY: blad pliku ****".
        DISPLAY "    " WS-ABEND-KOMUNIKAT.
        IF WS-RAPORT-OTWARTY = "T"
                MOVE SPACES TO RAPORT-LINE
                STRING "BLAD KRYTYCZNY: " WS-ABEND-KOMUNIKAT
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
                CLOSE RAPORTFILE
        END-IF.
        MOVE 16 TO RETURN-CODE.
        STOP RUN.
