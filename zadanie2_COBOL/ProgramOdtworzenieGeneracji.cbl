      *> ODTWGEN - odtworzenie plikow nocy z kopii generacyjnej KOPGEN.
      *> Po nieudanej nocy (DKTS, ZAMKOKR przerwane w polowie, gdy
      *> wznowienie RESTART nie wystarcza) przywraca WSZYSTKIE pliki
      *> objete kopia do stanu wybranej generacji (PARM "GEN=nnnnnn",
      *> obowiazkowy, szesc cyfr jak w KopieGeneracji).
      *> Pliki nie moga skonczyc w roznych punktach czasu, dlatego
      *> przed pierwszym zapisem sprawdzane jest wszystko:
      *>   - generacja jest w katalogu, ma wiersz KOMPLET i jej
      *>     miejsca nie zajela generacja pozniejsza,
      *>   - katalog zawiera wiersz PLIK dla kazdego pliku z listy,
      *>   - kazda kopia istnieje i ma dokladnie tyle rekordow, ile
      *>     zapisal katalog.
      *> Odmowa na tym etapie (RC 16) nie zmienia zadnego pliku i nie
      *> pisze wpisu START. Dopiero potem pliki sa odtwarzane kolejno;
      *> abend w trakcie odtwarzania zostawia kopie nietkniete, wiec
      *> ponowne uruchomienie z tym samym GEN= konczy odtworzenie.
      *> Plik, ktorego w chwili kopii nie bylo (BRAK), jest odtwarzany
      *> jako pusty. Raport RaportOdtworzeniaGeneracji podaje dla
      *> kazdego pliku liczbe rekordow przed i po odtworzeniu.
      *> Wpis KONIEC w RejestrPrzebiegow niesie numer generacji (WE)
      *> i liczbe odtworzonych rekordow (WY). Wpisy START/KONIEC
      *> przebiegow nocy odwolanej zostaja w rejestrze - ponowienie
      *> DKTS po odtworzeniu wymaga decyzji operatora (WYMUS), jak po
      *> kazdym innym przerwanym przebiegu.
IDENTIFICATION DIVISION.
PROGRAM-ID. ODTWGEN.

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

        SELECT RAPORTFILE ASSIGN TO "RaportOdtworzeniaGeneracji"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RAP-STATUS.

        SELECT REJESTRFILE ASSIGN TO "RejestrPrzebiegow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJ-STATUS.

DATA DIVISION.

FILE SECTION.

      *> Uklad jak w KOPGEN.
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
77 WS-GEN-TMP           PIC X(6) VALUE SPACES.

77 DATA-URUCHOMIENIA    PIC X(8) VALUE SPACES.
77 CZAS-URUCHOMIENIA    PIC X(6) VALUE SPACES.

      *> Generacja wskazana w PARM i jej miejsce.
77 WS-GENERACJA         PIC 9(6) VALUE 0.
77 WS-GENERACJA-PODANA  PIC X VALUE "N".
77 WS-SLOT              PIC 9(2) VALUE 0.
77 WS-DATA-GENERACJI    PIC X(8) VALUE SPACES.
77 WS-CZAS-GENERACJI    PIC X(6) VALUE SPACES.

77 WS-NAZWA-PLIKU       PIC X(30) VALUE SPACES.
77 WS-NAZWA-KOPII       PIC X(30) VALUE SPACES.

      *> Ostatnia generacja rozpoczeta w kazdym miejscu wg katalogu.
      *> Tylko ona moze byc odtworzona z tego miejsca, i tylko gdy
      *> ma wiersz KOMPLET.
78 MAX-SLOTY               VALUE 99.
01 TABLICA-SLOTOW.
        02 WIERSZ-SLOTU  OCCURS MAX-SLOTY TIMES.
                03 SL-GENERACJA     PIC 9(6).
                03 SL-KOMPLET       PIC X(1).
                03 SL-DATA          PIC X(8).
                03 SL-CZAS          PIC X(6).
77 IDX-SL               PIC 9(4) VALUE 0.

      *> Pliki objete kopia - lista jak w KOPGEN.
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

      *> Stan kazdego pliku: wiersz katalogu generacji, liczba
      *> rekordow w kopii, przed i po odtworzeniu.
01 TABLICA-STANU.
        02 WIERSZ-STANU  OCCURS MAX-PLIKI TIMES.
                03 ST-W-KATALOGU    PIC X(1).
                03 ST-STAN          PIC X(4).
                03 ST-LICZBA-KOPII  PIC 9(8).
                03 ST-STAN-PRZED    PIC X(4).
                03 ST-LICZBA-PRZED  PIC 9(8).
                03 ST-LICZBA-PO     PIC 9(8).

77 WS-PLIK-ZNALEZIONY   PIC X VALUE "N".
77 WS-LICZBA-REKORDOW   PIC 9(8) VALUE 0.

77 LICZBA-REKORDOW-PRZED PIC 9(8) VALUE 0.
77 LICZBA-REKORDOW-PO   PIC 9(8) VALUE 0.

01 LINIA-PLIKU.
        05 LP-PLIK              PIC X(20).
        05 FILLER               PIC X(2).
        05 LP-KOPIA             PIC X(30).
        05 FILLER               PIC X(2).
        05 LP-STAN-KOPII        PIC X(4).
        05 FILLER               PIC X(2).
        05 LP-STAN-PRZED        PIC X(4).
        05 FILLER               PIC X(1).
        05 LP-PRZED             PIC Z(7)9.
        05 FILLER               PIC X(2).
        05 LP-PO                PIC Z(7)9.

77 WS-ABEND-KOMUNIKAT   PIC X(60) VALUE SPACES.
77 WS-RAPORT-OTWARTY    PIC X VALUE "N".


PROCEDURE DIVISION.

000-MAIN.

        MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-URUCHOMIENIA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO CZAS-URUCHOMIENIA.

        PERFORM 100-PARSUJ-PARAMETRY.
        PERFORM 110-SPRAWDZ-GENERACJE-PARM.

      *> Kontrole przed odtworzeniem - same odczyty; odmowa nie
      *> zmienia zadnego pliku.
        PERFORM 130-WCZYTAJ-KATALOG.
        PERFORM 140-SPRAWDZ-GENERACJE.
        PERFORM 150-WCZYTAJ-PLIKI-GENERACJI.
        PERFORM VARYING IDX-PL FROM 1 BY 1 UNTIL IDX-PL > MAX-PLIKI
                PERFORM 200-USTAL-NAZWY
                PERFORM 170-SPRAWDZ-KOPIE
                PERFORM 180-POLICZ-BIEZACY
        END-PERFORM.

        PERFORM 500-ZAPISZ-REJESTR-START.
        PERFORM 120-OTWORZ-RAPORT.

        PERFORM VARYING IDX-PL FROM 1 BY 1 UNTIL IDX-PL > MAX-PLIKI
                PERFORM 200-USTAL-NAZWY
                PERFORM 300-ODTWORZ-PLIK
        END-PERFORM.

        PERFORM 450-DRUKUJ-PODSUMOWANIE-RAPORTU.
        CLOSE RAPORTFILE.

        PERFORM 510-ZAPISZ-REJESTR-KONIEC.
        PERFORM 700-DRUKUJ-PODSUMOWANIE.

        STOP RUN.

100-PARSUJ-PARAMETRY.

      *> Token: "GEN=nnnnnn" - numer generacji z KopieGeneracji.
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
                WHEN "GEN"
                        MOVE WS-TOKEN(5:6) TO WS-GEN-TMP
                        IF WS-GEN-TMP IS NUMERIC
                                MOVE WS-GEN-TMP TO WS-GENERACJA
                                MOVE "T" TO WS-GENERACJA-PODANA
                        ELSE
                                DISPLAY "Niepoprawny numer generacji "
                                        "w parametrze GEN= ["
                                        WS-TOKEN "] - pominieto."
                        END-IF
                WHEN OTHER
                        DISPLAY "Nieznany parametr [" WS-TOKEN
                                "] - pominieto."
        END-EVALUATE.

110-SPRAWDZ-GENERACJE-PARM.

      *> Odtworzenie nadpisuje wszystkie pliki nocy - generacja musi
      *> byc wskazana jawnie, nie ma wartosci domyslnej.
        IF WS-GENERACJA-PODANA NOT = "T"
                DISPLAY "**** BLAD KRYTYCZNY: brak numeru generacji "
                        "****"
                DISPLAY "Uruchom ODTWGEN z parametrem GEN=nnnnnn "
                        "(numery w RaportKopiiGeneracji/KopieGeneracji)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.

120-OTWORZ-RAPORT.

        OPEN OUTPUT RAPORTFILE.

        IF RAP-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RaportOdtworzeniaGeneracji: nie mozna otworzyc "
                        DELIMITED BY SIZE
                        "pliku (status " DELIMITED BY SIZE
                        RAP-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "T" TO WS-RAPORT-OTWARTY.

        MOVE SPACES TO RAPORT-LINE.
        STRING "RAPORT ODTWORZENIA GENERACJI - DATA: " DATA-URUCHOMIENIA
                " " CZAS-URUCHOMIENIA
                "  GENERACJA: " WS-GENERACJA
                " Z " WS-DATA-GENERACJI " " WS-CZAS-GENERACJI
                "  MIEJSCE: " WS-SLOT
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "PLIK                  KOPIA                           "
                "KOPIA  PRZED          PO"
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.

130-WCZYTAJ-KATALOG.

        INITIALIZE TABLICA-SLOTOW.

        OPEN INPUT KATALOGFILE.
        IF KAT-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "KopieGeneracji: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        KAT-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 997-ODMOWA
        END-IF.

        MOVE "N" TO EOF-SWITCH-PLIK.
        PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                READ KATALOGFILE
                        AT END
                                MOVE "Y" TO EOF-SWITCH-PLIK
                        NOT AT END
                                PERFORM 135-NOTUJ-WIERSZ-KATALOGU
                END-READ
        END-PERFORM.
        CLOSE KATALOGFILE.

135-NOTUJ-WIERSZ-KATALOGU.

      *> Katalog jest dopisywany chronologicznie - START pozniejszej
      *> generacji w tym samym miejscu uniewaznia wczesniejsza, takze
      *> gdy pozniejsza kopia zostala przerwana.
        IF KAT-SLOT IS NUMERIC AND KAT-SLOT > 0
           AND KAT-GENERACJA IS NUMERIC
                EVALUATE KAT-RODZAJ
                        WHEN "START"
                                MOVE KAT-GENERACJA
                                        TO SL-GENERACJA(KAT-SLOT)
                                MOVE "N" TO SL-KOMPLET(KAT-SLOT)
                                MOVE KAT-DATA TO SL-DATA(KAT-SLOT)
                                MOVE KAT-CZAS TO SL-CZAS(KAT-SLOT)
                        WHEN "KOMPLET"
                                IF SL-GENERACJA(KAT-SLOT)
                                        = KAT-GENERACJA
                                        MOVE "T" TO SL-KOMPLET(KAT-SLOT)
                                END-IF
                END-EVALUATE
        END-IF.

140-SPRAWDZ-GENERACJE.

        MOVE 0 TO WS-SLOT.
        PERFORM VARYING IDX-SL FROM 1 BY 1
                UNTIL IDX-SL > MAX-SLOTY OR WS-SLOT > 0
                IF SL-GENERACJA(IDX-SL) = WS-GENERACJA
                   AND WS-GENERACJA > 0
                        MOVE IDX-SL TO WS-SLOT
                END-IF
        END-PERFORM.

        IF WS-SLOT = 0
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "generacja " WS-GENERACJA
                        " nieznana albo jej miejsce nadpisane"
                        DELIMITED BY SIZE INTO WS-ABEND-KOMUNIKAT
                PERFORM 997-ODMOWA
        END-IF.

        IF SL-KOMPLET(WS-SLOT) NOT = "T"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "generacja " WS-GENERACJA
                        " niekompletna (kopia przerwana)"
                        DELIMITED BY SIZE INTO WS-ABEND-KOMUNIKAT
                PERFORM 997-ODMOWA
        END-IF.

        MOVE SL-DATA(WS-SLOT) TO WS-DATA-GENERACJI.
        MOVE SL-CZAS(WS-SLOT) TO WS-CZAS-GENERACJI.

150-WCZYTAJ-PLIKI-GENERACJI.

        INITIALIZE TABLICA-STANU.

        OPEN INPUT KATALOGFILE.
        MOVE "N" TO EOF-SWITCH-PLIK.
        PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                READ KATALOGFILE
                        AT END
                                MOVE "Y" TO EOF-SWITCH-PLIK
                        NOT AT END
                                IF KAT-RODZAJ = "PLIK"
                                   AND KAT-GENERACJA = WS-GENERACJA
                                        PERFORM 155-NOTUJ-PLIK-GENERACJI
                                END-IF
                END-READ
        END-PERFORM.
        CLOSE KATALOGFILE.

      *> Generacja bez wiersza dla ktoregokolwiek pliku z listy
      *> odtworzylaby tylko czesc nocy.
        PERFORM VARYING IDX-PL FROM 1 BY 1 UNTIL IDX-PL > MAX-PLIKI
                IF ST-W-KATALOGU(IDX-PL) NOT = "T"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING PL-NAZWA(IDX-PL) DELIMITED BY SPACE
                                ": brak w katalogu generacji "
                                DELIMITED BY SIZE
                                WS-GENERACJA DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 997-ODMOWA
                END-IF
        END-PERFORM.

155-NOTUJ-PLIK-GENERACJI.

        MOVE "N" TO WS-PLIK-ZNALEZIONY.
        PERFORM VARYING IDX-PL FROM 1 BY 1
                UNTIL IDX-PL > MAX-PLIKI OR WS-PLIK-ZNALEZIONY = "T"
                IF PL-NAZWA(IDX-PL) = KAT-PLIK
                        MOVE "T" TO WS-PLIK-ZNALEZIONY
                        MOVE "T" TO ST-W-KATALOGU(IDX-PL)
                        MOVE KAT-STAN TO ST-STAN(IDX-PL)
                        MOVE KAT-LICZBA TO ST-LICZBA-KOPII(IDX-PL)
                END-IF
        END-PERFORM.

170-SPRAWDZ-KOPIE.

      *> Kopia pliku BRAK jest pusta z definicji - sprawdzany jest
      *> tylko plik skopiowany.
        IF ST-STAN(IDX-PL) = "JEST"
                OPEN INPUT KOPIAFILE
                IF KOP-STATUS NOT = "00"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING WS-NAZWA-KOPII DELIMITED BY SPACE
                                ": brak kopii (status "
                                DELIMITED BY SIZE
                                KOP-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 997-ODMOWA
                END-IF
                MOVE 0 TO WS-LICZBA-REKORDOW
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ KOPIAFILE
                                AT END
                                        MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        COMPUTE WS-LICZBA-REKORDOW =
                                                WS-LICZBA-REKORDOW + 1
                        END-READ
                END-PERFORM
                CLOSE KOPIAFILE
                IF WS-LICZBA-REKORDOW NOT = ST-LICZBA-KOPII(IDX-PL)
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING WS-NAZWA-KOPII DELIMITED BY SPACE
                                ": rekordow " DELIMITED BY SIZE
                                WS-LICZBA-REKORDOW DELIMITED BY SIZE
                                ", w katalogu " DELIMITED BY SIZE
                                ST-LICZBA-KOPII(IDX-PL)
                                DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 997-ODMOWA
                END-IF
        END-IF.

180-POLICZ-BIEZACY.

      *> Liczba rekordow biezacego pliku do raportu "przed".
        MOVE "JEST" TO ST-STAN-PRZED(IDX-PL).
        MOVE 0 TO WS-LICZBA-REKORDOW.
        MOVE "N" TO EOF-SWITCH-PLIK.

        EVALUATE PL-NAZWA(IDX-PL)
                WHEN "SaldaKlientow"
                        PERFORM 181-POLICZ-SALDA
                WHEN "ProfileWyciagow"
                        PERFORM 182-POLICZ-PROFILE
                WHEN "HistoriaTransakcji"
                        PERFORM 183-POLICZ-HISTORIE
                WHEN "DaneKlientow"
                        PERFORM 186-POLICZ-KLIENTOW
                WHEN "RejestrUzgodnien"
                        PERFORM 187-POLICZ-UZGODNIENIA
                WHEN OTHER
                        PERFORM 184-POLICZ-SEKWENCYJNY
        END-EVALUATE.

        IF ZRD-STATUS = "35"
                MOVE "BRAK" TO ST-STAN-PRZED(IDX-PL)
        ELSE
                IF ZRD-STATUS NOT = "00"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING PL-NAZWA(IDX-PL) DELIMITED BY SPACE
                                ": nie mozna otworzyc pliku (status "
                                DELIMITED BY SIZE
                                ZRD-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 997-ODMOWA
                END-IF
        END-IF.

        MOVE WS-LICZBA-REKORDOW TO ST-LICZBA-PRZED(IDX-PL).
        COMPUTE LICZBA-REKORDOW-PRZED =
                LICZBA-REKORDOW-PRZED + WS-LICZBA-REKORDOW.

181-POLICZ-SALDA.

        OPEN INPUT SALDAFILE.
        MOVE SAL-STATUS TO ZRD-STATUS.
        IF SAL-STATUS = "00"
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ SALDAFILE NEXT RECORD
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 185-LICZ
                        END-READ
                END-PERFORM
                CLOSE SALDAFILE
        END-IF.

182-POLICZ-PROFILE.

        OPEN INPUT PROFILEFILE.
        MOVE PRF-STATUS TO ZRD-STATUS.
        IF PRF-STATUS = "00"
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ PROFILEFILE NEXT RECORD
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 185-LICZ
                        END-READ
                END-PERFORM
                CLOSE PROFILEFILE
        END-IF.

183-POLICZ-HISTORIE.

        OPEN INPUT HISTORIAFILE.
        MOVE HIS-STATUS TO ZRD-STATUS.
        IF HIS-STATUS = "00"
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ HISTORIAFILE NEXT RECORD
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 185-LICZ
                        END-READ
                END-PERFORM
                CLOSE HISTORIAFILE
        END-IF.

184-POLICZ-SEKWENCYJNY.

        OPEN INPUT ZRODLOFILE.
        IF ZRD-STATUS = "00"
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ ZRODLOFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 185-LICZ
                        END-READ
                END-PERFORM
                CLOSE ZRODLOFILE
        END-IF.

185-LICZ.

        COMPUTE WS-LICZBA-REKORDOW = WS-LICZBA-REKORDOW + 1.

186-POLICZ-KLIENTOW.

        OPEN INPUT KLIENCIFILE.
        MOVE KLI-STATUS TO ZRD-STATUS.
        IF KLI-STATUS = "00"
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ KLIENCIFILE NEXT RECORD
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 185-LICZ
                        END-READ
                END-PERFORM
                CLOSE KLIENCIFILE
        END-IF.

187-POLICZ-UZGODNIENIA.

        OPEN INPUT UZGODNIENIAFILE.
        MOVE UZG-STATUS TO ZRD-STATUS.
        IF UZG-STATUS = "00"
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ UZGODNIENIAFILE NEXT RECORD
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 185-LICZ
                        END-READ
                END-PERFORM
                CLOSE UZGODNIENIAFILE
        END-IF.

200-USTAL-NAZWY.

        MOVE SPACES TO WS-NAZWA-PLIKU.
        MOVE PL-NAZWA(IDX-PL) TO WS-NAZWA-PLIKU.
        MOVE SPACES TO WS-NAZWA-KOPII.
        STRING PL-NAZWA(IDX-PL) DELIMITED BY SPACE
                ".K" WS-SLOT DELIMITED BY SIZE
                INTO WS-NAZWA-KOPII.

300-ODTWORZ-PLIK.

        MOVE 0 TO WS-LICZBA-REKORDOW.

        EVALUATE PL-NAZWA(IDX-PL)
                WHEN "SaldaKlientow"
                        OPEN OUTPUT SALDAFILE
                        MOVE SAL-STATUS TO ZRD-STATUS
                WHEN "ProfileWyciagow"
                        OPEN OUTPUT PROFILEFILE
                        MOVE PRF-STATUS TO ZRD-STATUS
                WHEN "HistoriaTransakcji"
                        OPEN OUTPUT HISTORIAFILE
                        MOVE HIS-STATUS TO ZRD-STATUS
                WHEN "DaneKlientow"
                        OPEN OUTPUT KLIENCIFILE
                        MOVE KLI-STATUS TO ZRD-STATUS
                WHEN "RejestrUzgodnien"
                        OPEN OUTPUT UZGODNIENIAFILE
                        MOVE UZG-STATUS TO ZRD-STATUS
                WHEN OTHER
                        OPEN OUTPUT ZRODLOFILE
        END-EVALUATE.

        IF ZRD-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING PL-NAZWA(IDX-PL) DELIMITED BY SPACE
                        ": nie mozna otworzyc do zapisu (status "
                        DELIMITED BY SIZE
                        ZRD-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        IF ST-STAN(IDX-PL) = "JEST"
                PERFORM 310-PRZEPISZ-KOPIE
        END-IF.

        EVALUATE PL-NAZWA(IDX-PL)
                WHEN "SaldaKlientow"
                        CLOSE SALDAFILE
                WHEN "ProfileWyciagow"
                        CLOSE PROFILEFILE
                WHEN "HistoriaTransakcji"
                        CLOSE HISTORIAFILE
                WHEN "DaneKlientow"
                        CLOSE KLIENCIFILE
                WHEN "RejestrUzgodnien"
                        CLOSE UZGODNIENIAFILE
                WHEN OTHER
                        CLOSE ZRODLOFILE
        END-EVALUATE.

        MOVE WS-LICZBA-REKORDOW TO ST-LICZBA-PO(IDX-PL).
        COMPUTE LICZBA-REKORDOW-PO =
                LICZBA-REKORDOW-PO + WS-LICZBA-REKORDOW.

        IF WS-LICZBA-REKORDOW NOT = ST-LICZBA-KOPII(IDX-PL)
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING PL-NAZWA(IDX-PL) DELIMITED BY SPACE
                        ": odtworzono " DELIMITED BY SIZE
                        WS-LICZBA-REKORDOW DELIMITED BY SIZE
                        ", w katalogu " DELIMITED BY SIZE
                        ST-LICZBA-KOPII(IDX-PL) DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        PERFORM 350-DRUKUJ-PLIK.

310-PRZEPISZ-KOPIE.

        OPEN INPUT KOPIAFILE.
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

        MOVE "N" TO EOF-SWITCH-PLIK.
        PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                READ KOPIAFILE
                        AT END
                                MOVE "Y" TO EOF-SWITCH-PLIK
                        NOT AT END
                                PERFORM 320-ZAPISZ-REKORD
                END-READ
        END-PERFORM.

        CLOSE KOPIAFILE.

320-ZAPISZ-REKORD.

      *> Kopia pliku indeksowanego jest w kolejnosci klucza, wiec
      *> zapis po OPEN OUTPUT idzie rosnaco; duplikat klucza oznacza
      *> uszkodzona kopie.
        MOVE "00" TO ZRD-STATUS.
        EVALUATE PL-NAZWA(IDX-PL)
                WHEN "SaldaKlientow"
                        MOVE KOPIA-RECORD TO SALDO-RECORD
                        WRITE SALDO-RECORD
                                INVALID KEY MOVE "22" TO ZRD-STATUS
                        END-WRITE
                        IF SAL-STATUS NOT = "00"
                                MOVE SAL-STATUS TO ZRD-STATUS
                        END-IF
                WHEN "ProfileWyciagow"
                        MOVE KOPIA-RECORD TO PROFIL-RECORD
                        WRITE PROFIL-RECORD
                                INVALID KEY MOVE "22" TO ZRD-STATUS
                        END-WRITE
                        IF PRF-STATUS NOT = "00"
                                MOVE PRF-STATUS TO ZRD-STATUS
                        END-IF
                WHEN "HistoriaTransakcji"
                        MOVE KOPIA-RECORD TO HISTORIA-RECORD
                        WRITE HISTORIA-RECORD
                                INVALID KEY MOVE "22" TO ZRD-STATUS
                        END-WRITE
                        IF HIS-STATUS NOT = "00"
                                MOVE HIS-STATUS TO ZRD-STATUS
                        END-IF
                WHEN "DaneKlientow"
                        MOVE KOPIA-RECORD TO KLIENT-RECORD
                        WRITE KLIENT-RECORD
                                INVALID KEY MOVE "22" TO ZRD-STATUS
                        END-WRITE
                        IF KLI-STATUS NOT = "00"
                                MOVE KLI-STATUS TO ZRD-STATUS
                        END-IF
                WHEN "RejestrUzgodnien"
                        MOVE KOPIA-RECORD TO UZGODNIENIE-RECORD
                        WRITE UZGODNIENIE-RECORD
                                INVALID KEY MOVE "22" TO ZRD-STATUS
                        END-WRITE
                        IF UZG-STATUS NOT = "00"
                                MOVE UZG-STATUS TO ZRD-STATUS
                        END-IF
                WHEN OTHER
                        MOVE KOPIA-RECORD TO ZRODLO-RECORD
                        WRITE ZRODLO-RECORD
        END-EVALUATE.

        IF ZRD-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING PL-NAZWA(IDX-PL) DELIMITED BY SPACE
                        ": blad zapisu (status " DELIMITED BY SIZE
                        ZRD-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        COMPUTE WS-LICZBA-REKORDOW = WS-LICZBA-REKORDOW + 1.

350-DRUKUJ-PLIK.

        MOVE SPACES TO LINIA-PLIKU.
        MOVE PL-NAZWA(IDX-PL) TO LP-PLIK.
        MOVE WS-NAZWA-KOPII TO LP-KOPIA.
        MOVE ST-STAN(IDX-PL) TO LP-STAN-KOPII.
        MOVE ST-STAN-PRZED(IDX-PL) TO LP-STAN-PRZED.
        MOVE ST-LICZBA-PRZED(IDX-PL) TO LP-PRZED.
        MOVE ST-LICZBA-PO(IDX-PL) TO LP-PO.
        MOVE LINIA-PLIKU TO RAPORT-LINE.
        WRITE RAPORT-LINE.

450-DRUKUJ-PODSUMOWANIE-RAPORTU.

        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "ODTWORZONO GENERACJE " WS-GENERACJA
                " - PLIKI=" MAX-PLIKI
                " REKORDY PRZED=" LICZBA-REKORDOW-PRZED
                " PO=" LICZBA-REKORDOW-PO
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "UWAGA: przebiegi nocy po tej generacji trzeba powtorzyc;"
                " DKTS z wiszacym wpisem START uruchom z WYMUS."
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.

500-ZAPISZ-REJESTR-START.

        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "ODTWGEN" TO REJ-PROGRAM.
        MOVE DATA-URUCHOMIENIA TO REJ-DATA.
        MOVE CZAS-URUCHOMIENIA TO REJ-CZAS.
        MOVE "START" TO REJ-STATUS-WPISU.
        MOVE WS-GENERACJA TO REJ-LICZBA-WE.
        MOVE 0 TO REJ-LICZBA-WY.
        WRITE REJESTR-RECORD.
        CLOSE REJESTRFILE.

510-ZAPISZ-REJESTR-KONIEC.

      *> Liczniki wpisu KONIEC: numer generacji i liczba rekordow
      *> odtworzonych (ostatnie szesc cyfr).
        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "ODTWGEN" TO REJ-PROGRAM.
        MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO REJ-CZAS.
        MOVE "KONIEC" TO REJ-STATUS-WPISU.
        MOVE WS-GENERACJA TO REJ-LICZBA-WE.
        MOVE LICZBA-REKORDOW-PO TO REJ-LICZBA-WY.
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

        DISPLAY "*** Podsumowanie odtworzenia generacji ***".
        DISPLAY "Generacja:                        " WS-GENERACJA.
        DISPLAY "Kopia z dnia:                     "
                WS-DATA-GENERACJI " " WS-CZAS-GENERACJI.
        DISPLAY "Pliki odtworzone:                 " MAX-PLIKI.
        DISPLAY "Rekordy przed odtworzeniem:       "
                LICZBA-REKORDOW-PRZED.
        DISPLAY "Rekordy po odtworzeniu:           " LICZBA-REKORDOW-PO.

997-ODMOWA.

      *> Odmowa przed odtworzeniem - zaden plik nie zostal zmieniony.
        DISPLAY "**** BLAD KRYTYCZNY: odtworzenie odrzucone ****".
        DISPLAY "    " WS-ABEND-KOMUNIKAT.
        DISPLAY "Zaden plik nie zostal zmieniony.".
        MOVE 16 TO RETURN-CODE.
        STOP RUN.

998-ABEND-PLIK.

        DISPLAY "**** BLAD KRYTYCZNY: blad pliku ****".
        DISPLAY "    " WS-ABEND-KOMUNIKAT.
        DISPLAY "Kopie nie zostaly zmienione - powtorz ODTWGEN z tym "
                "samym GEN=.".
        IF WS-RAPORT-OTWARTY = "T"
                MOVE SPACES TO RAPORT-LINE
                STRING "BLAD KRYTYCZNY: " WS-ABEND-KOMUNIKAT
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
                CLOSE RAPORTFILE
        END-IF.
        MOVE 16 TO RETURN-CODE.
        STOP RUN.
