      *> KONWKWOT - jednorazowa konwersja plikow do ukladu z kwota
      *> z groszami. Kwota transakcji urosla z 9(4) (pelne jednostki)
      *> do 9(11)V99, a salda z S9(11) do S9(13)V99 - pliki zapisane
      *> w starym ukladzie nie daja sie czytac nowymi programami.
      *> Przed uruchomieniem operator zmienia nazwy plikow z danymi
      *> na nazwy "...Stare"/"...Stara":
      *>   TransakcjeZawieszone  -> TransakcjeZawieszoneStare
      *>   ZawieszoneEskalacja   -> ZawieszoneEskalacjaStare
      *>   TransakcjeKlientow    -> TransakcjeKlientowStare
      *>   TransakcjeOkresu      -> TransakcjeOkresuStare
      *>   HistoriaTransakcji    -> HistoriaTransakcjiStara
      *>   SaldaKlientow         -> SaldaKlientowStare
      *>   SaldaOkresow          -> SaldaOkresowStare
      *> KONWKWOT przepisuje kazdy obecny plik "stary" pod nazwe
      *> docelowa, zamieniajac pelne jednostki na kwote z groszami
      *> (1234 -> 1234,00). Brak pliku "starego" = plik pominiety.
      *> Zanim cokolwiek zostanie zapisane, sprawdzane sa wszystkie
      *> pary: istniejacy plik docelowy obok "starego" oznacza
      *> konwersje juz wykonana (albo przebieg nocny po zmianie nazw)
      *> i konczy program bez zadnych zmian. Zawieszone i eskalowane
      *> w jeszcze starszym, 90-bajtowym ukladzie (bez pol storna) sa
      *> naprawiane w locie, jak w DKTS. Kwota nienumeryczna konczy
      *> program awaryjnie - pliki docelowe nalezy wtedy usunac,
      *> poprawic rekord w pliku "starym" i uruchomic konwersje znow.
      *> Przebieg jest odnotowany w RejestrPrzebiegow (START/KONIEC).
IDENTIFICATION DIVISION.
PROGRAM-ID. KONWKWOT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT ZAWSTAREFILE ASSIGN TO "TransakcjeZawieszoneStare"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ZWS-STATUS.

        SELECT ZAWIESZONEFILE ASSIGN TO "TransakcjeZawieszone"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ZAW-STATUS.

        SELECT ESKSTAREFILE ASSIGN TO "ZawieszoneEskalacjaStare"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EKS-STATUS.

        SELECT ESKALACJAFILE ASSIGN TO "ZawieszoneEskalacja"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ESK-STATUS.

        SELECT TKSTAREFILE ASSIGN TO "TransakcjeKlientowStare"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TKS-STATUS.

        SELECT TRANSAKCJEKLIENTOWFILE ASSIGN TO "TransakcjeKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TKF-STATUS.

        SELECT SPLSTAREFILE ASSIGN TO "TransakcjeOkresuStare"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SPS-STATUS.

        SELECT SPOOLFILE ASSIGN TO "TransakcjeOkresu"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SPL-STATUS.

        SELECT HISSTARAFILE ASSIGN TO "HistoriaTransakcjiStara"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HSS-REFERENCJA
                FILE STATUS IS HSS-STATUS.

        SELECT HISTORIAFILE ASSIGN TO "HistoriaTransakcji"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-REFERENCJA
                FILE STATUS IS HIS-STATUS.

        SELECT SALSTAREFILE ASSIGN TO "SaldaKlientowStare"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SLS-KLUCZ
                FILE STATUS IS SLS-STATUS.

        SELECT SALDAFILE ASSIGN TO "SaldaKlientow"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SALDO-KLUCZ
                FILE STATUS IS SAL-STATUS.

        SELECT SOKSTAREFILE ASSIGN TO "SaldaOkresowStare"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SKS-STATUS.

        SELECT SALDAOKRESOWFILE ASSIGN TO "SaldaOkresow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SOK-STATUS.

        SELECT REJESTRFILE ASSIGN TO "RejestrPrzebiegow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJ-STATUS.

DATA DIVISION.

FILE SECTION.

      *> Pliki w starym ukladzie czytane sa jako obrazy rekordu -
      *> pola rozklada STARA-TRANSAKCJA w WORKING-STORAGE.
FD ZAWSTAREFILE.
01 ZAW-STARY-RECORD                 PIC X(103).

      *> Uklad jak ZAWIESZONE-RECORD w DKTS.
FD ZAWIESZONEFILE.
01 ZAWIESZONE-RECORD                PIC X(112).

FD ESKSTAREFILE.
01 ESK-STARY-RECORD.
        05 EKS-TRANSAKCJA           PIC X(103).
        05 EKS-DATA-ESKALACJI       PIC X(8).

      *> Uklad jak ESKALACJA-RECORD w DKTS.
FD ESKALACJAFILE.
01 ESKALACJA-RECORD.
        05 ESK-TRANSAKCJA           PIC X(112).
        05 ESK-DATA-ESKALACJI       PIC X(8).

FD TKSTAREFILE.
01 TK-STARY-RECORD                  PIC X(100).

      *> Uklad jak TRANSAKCJE-RECORD w DKTS/EDYTTK/ZAMKOKR.
FD TRANSAKCJEKLIENTOWFILE.
01 TRANSAKCJE-RECORD                PIC X(109).

FD SPLSTAREFILE.
01 SPOOL-STARY-RECORD               PIC X(100).

FD SPOOLFILE.
01 SPOOL-RECORD                     PIC X(109).

FD HISSTARAFILE.
01 HISTORIA-STARA-RECORD.
        05 HSS-REFERENCJA           PIC X(12).
        05 HSS-KRAJ                 PIC X(16).
        05 HSS-KLIENT               PIC X(16).
        05 HSS-WALUTA               PIC X(17).
        05 HSS-FLAGA                PIC X(14).
        05 HSS-WARTOSC              PIC X(4).
        05 HSS-DATA                 PIC X(8).
        05 HSS-STORNO               PIC X(1).
        05 HSS-REF-ORYG             PIC X(12).
        05 HSS-OKRES-OD             PIC 9(8).
        05 HSS-OKRES-DO             PIC 9(8).

      *> Uklad jak HISTORIA-RECORD w ZAMKOKR/EDYTTK.
FD HISTORIAFILE.
01 HISTORIA-RECORD.
        05 HIST-REFERENCJA          PIC X(12).
        05 HIST-KRAJ                PIC X(16).
        05 HIST-KLIENT              PIC X(16).
        05 HIST-WALUTA              PIC X(17).
        05 HIST-FLAGA               PIC X(14).
        05 HIST-WARTOSC             PIC 9(11)V99.
        05 HIST-DATA                PIC X(8).
        05 HIST-STORNO              PIC X(1).
        05 HIST-REF-ORYG            PIC X(12).
        05 HIST-OKRES-OD            PIC 9(8).
        05 HIST-OKRES-DO            PIC 9(8).

FD SALSTAREFILE.
01 SALDO-STARE-RECORD.
        05 SLS-KLUCZ.
                10 SLS-KLIENT       PIC X(17).
                10 SLS-WALUTA       PIC X(17).
        05 SLS-WARTOSC              PIC S9(11).

      *> Uklad jak SALDO-RECORD w DKTS/ZAMKOKR/ODSETKI.
FD SALDAFILE.
01 SALDO-RECORD.
        05 SALDO-KLUCZ.
                10 SALDO-KLIENT     PIC X(17).
                10 SALDO-WALUTA     PIC X(17).
        05 SALDO-WARTOSC            PIC S9(13)V99.

FD SOKSTAREFILE.
01 SALDO-OKRESU-STARE-RECORD.
        05 SKS-OKRES-DO             PIC 9(8).
        05 FILLER                   PIC X(1).
        05 SKS-KLUCZ                PIC X(34).
        05 SKS-WARTOSC              PIC S9(11).

      *> Uklad jak SALDO-OKRESU-RECORD w ZAMKOKR.
FD SALDAOKRESOWFILE.
01 SALDO-OKRESU-RECORD.
        05 SOK-OKRES-DO             PIC 9(8).
        05 FILLER                   PIC X(1).
        05 SOK-KLUCZ                PIC X(34).
        05 SOK-WARTOSC              PIC S9(13)V99.

      *> Wspolny rejestr przebiegow - uklad jak w EDYTTK/KLMAINT/DKTS.
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

77 ZWS-STATUS           PIC X(2) VALUE "00".
77 ZAW-STATUS           PIC X(2) VALUE "00".
77 EKS-STATUS           PIC X(2) VALUE "00".
77 ESK-STATUS           PIC X(2) VALUE "00".
77 TKS-STATUS           PIC X(2) VALUE "00".
77 TKF-STATUS           PIC X(2) VALUE "00".
77 SPS-STATUS           PIC X(2) VALUE "00".
77 SPL-STATUS           PIC X(2) VALUE "00".
77 HSS-STATUS           PIC X(2) VALUE "00".
77 HIS-STATUS           PIC X(2) VALUE "00".
77 SLS-STATUS           PIC X(2) VALUE "00".
77 SAL-STATUS           PIC X(2) VALUE "00".
77 SKS-STATUS           PIC X(2) VALUE "00".
77 SOK-STATUS           PIC X(2) VALUE "00".
77 REJ-STATUS           PIC X(2) VALUE "00".

77 EOF-SWITCH-STARY     PIC X VALUE "N".

      *> "T" = plik w starym ukladzie jest obecny i bedzie przepisany.
77 WS-JEST-ZAW          PIC X VALUE "N".
77 WS-JEST-ESK          PIC X VALUE "N".
77 WS-JEST-TK           PIC X VALUE "N".
77 WS-JEST-SPL          PIC X VALUE "N".
77 WS-JEST-HIS          PIC X VALUE "N".
77 WS-JEST-SAL          PIC X VALUE "N".
77 WS-JEST-SOK          PIC X VALUE "N".

      *> Wspolna ocena statusu otwarcia pliku "starego" (195) i
      *> docelowego (190).
77 WS-STATUS-PLIKU      PIC X(2) VALUE "00".
77 WS-NAZWA-PLIKU       PIC X(30) VALUE SPACES.
77 WS-JEST-PLIK         PIC X VALUE "N".

      *> Liczniki per plik: rekordy wczytane z pliku "starego"
      *> i zapisane do docelowego - musza byc rowne.
77 LICZBA-WE-ZAW        PIC 9(6) VALUE 0.
77 LICZBA-WY-ZAW        PIC 9(6) VALUE 0.
77 LICZBA-NAPRAWIONYCH  PIC 9(6) VALUE 0.
77 LICZBA-WE-ESK        PIC 9(6) VALUE 0.
77 LICZBA-WY-ESK        PIC 9(6) VALUE 0.
77 LICZBA-WE-TK         PIC 9(6) VALUE 0.
77 LICZBA-WY-TK         PIC 9(6) VALUE 0.
77 LICZBA-WE-SPL        PIC 9(6) VALUE 0.
77 LICZBA-WY-SPL        PIC 9(6) VALUE 0.
77 LICZBA-WE-HIS        PIC 9(6) VALUE 0.
77 LICZBA-WY-HIS        PIC 9(6) VALUE 0.
77 LICZBA-WE-SAL        PIC 9(6) VALUE 0.
77 LICZBA-WY-SAL        PIC 9(6) VALUE 0.
77 LICZBA-WE-SOK        PIC 9(6) VALUE 0.
77 LICZBA-WY-SOK        PIC 9(6) VALUE 0.
77 LICZBA-WE-RAZEM      PIC 9(6) VALUE 0.
77 LICZBA-WY-RAZEM      PIC 9(6) VALUE 0.
77 NR-REKORDU           PIC 9(6) VALUE 0.

77 DATA-URUCHOMIENIA    PIC X(8) VALUE SPACES.
77 CZAS-URUCHOMIENIA    PIC X(6) VALUE SPACES.
77 WS-ABEND-KOMUNIKAT   PIC X(60) VALUE SPACES.

      *> Transakcja w starym ukladzie (TRANSAKCJE-RECORD 100 bajtow,
      *> dla zawieszonych plus licznik starzenia) i w nowym.
01 STARA-TRANSAKCJA.
        05 ST-KRAJ              PIC X(16).
        05 ST-KLIENT            PIC X(16).
        05 ST-WALUTA            PIC X(17).
        05 ST-FLAGA             PIC X(14).
        05 ST-WARTOSC           PIC X(4).
        05 ST-WARTOSC-NUM REDEFINES ST-WARTOSC PIC 9(4).
        05 ST-DATA              PIC X(8).
        05 ST-REFERENCJA        PIC X(12).
        05 ST-STORNO            PIC X(1).
        05 ST-REF-ORYG          PIC X(12).
        05 ST-WIEK              PIC X(3).

01 NOWA-TRANSAKCJA.
        05 NT-KRAJ              PIC X(16).
        05 NT-KLIENT            PIC X(16).
        05 NT-WALUTA            PIC X(17).
        05 NT-FLAGA             PIC X(14).
        05 NT-WARTOSC           PIC 9(11)V99.
        05 NT-DATA              PIC X(8).
        05 NT-REFERENCJA        PIC X(12).
        05 NT-STORNO            PIC X(1).
        05 NT-REF-ORYG          PIC X(12).
        05 NT-WIEK              PIC X(3).

      *> Naprawa 90-bajtowego ukladu zawieszonych - jak 108 w DKTS.
77 WS-WIEK-STARY        PIC X(3) VALUE SPACES.

      *> Kwota starej historii - pole tekstowe, sprawdzane przed
      *> przeniesieniem jak ST-WARTOSC.
01 KWOTA-STARA.
        05 KWOTA-STARA-X        PIC X(4).
        05 KWOTA-STARA-NUM REDEFINES KWOTA-STARA-X PIC 9(4).


PROCEDURE DIVISION.

000-MAIN.

        MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-URUCHOMIENIA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO CZAS-URUCHOMIENIA.

        PERFORM 100-SPRAWDZ-PLIKI.
        PERFORM 500-ZAPISZ-REJESTR-START.

        IF WS-JEST-ZAW = "T"
                PERFORM 200-KONWERTUJ-ZAWIESZONE
        END-IF.
        IF WS-JEST-ESK = "T"
                PERFORM 210-KONWERTUJ-ESKALACJE
        END-IF.
        IF WS-JEST-TK = "T"
                PERFORM 220-KONWERTUJ-TRANSAKCJE
        END-IF.
        IF WS-JEST-SPL = "T"
                PERFORM 230-KONWERTUJ-SPOOL
        END-IF.
        IF WS-JEST-HIS = "T"
                PERFORM 240-KONWERTUJ-HISTORIE
        END-IF.
        IF WS-JEST-SAL = "T"
                PERFORM 250-KONWERTUJ-SALDA
        END-IF.
        IF WS-JEST-SOK = "T"
                PERFORM 260-KONWERTUJ-SALDA-OKRESOW
        END-IF.

        PERFORM 510-ZAPISZ-REJESTR-KONIEC.
        PERFORM 400-DRUKUJ-PODSUMOWANIE.

        STOP RUN.

100-SPRAWDZ-PLIKI.

      *> Wszystkie pary sprawdzane PRZED pierwszym zapisem - odmowa
      *> w polowie konwersji zostawilaby czesc plikow w nowym,
      *> a czesc w starym ukladzie.
        OPEN INPUT ZAWSTAREFILE.
        MOVE ZWS-STATUS TO WS-STATUS-PLIKU.
        MOVE "TransakcjeZawieszoneStare" TO WS-NAZWA-PLIKU.
        PERFORM 195-OCEN-PLIK-STARY.
        IF WS-JEST-PLIK = "T"
                CLOSE ZAWSTAREFILE
                MOVE "T" TO WS-JEST-ZAW
                OPEN INPUT ZAWIESZONEFILE
                IF ZAW-STATUS = "00"
                        CLOSE ZAWIESZONEFILE
                        MOVE "TransakcjeZawieszone" TO WS-NAZWA-PLIKU
                        PERFORM 190-ODMOW-KONWERSJI
                END-IF
        END-IF.

        OPEN INPUT ESKSTAREFILE.
        MOVE EKS-STATUS TO WS-STATUS-PLIKU.
        MOVE "ZawieszoneEskalacjaStare" TO WS-NAZWA-PLIKU.
        PERFORM 195-OCEN-PLIK-STARY.
        IF WS-JEST-PLIK = "T"
                CLOSE ESKSTAREFILE
                MOVE "T" TO WS-JEST-ESK
                OPEN INPUT ESKALACJAFILE
                IF ESK-STATUS = "00"
                        CLOSE ESKALACJAFILE
                        MOVE "ZawieszoneEskalacja" TO WS-NAZWA-PLIKU
                        PERFORM 190-ODMOW-KONWERSJI
                END-IF
        END-IF.

        OPEN INPUT TKSTAREFILE.
        MOVE TKS-STATUS TO WS-STATUS-PLIKU.
        MOVE "TransakcjeKlientowStare" TO WS-NAZWA-PLIKU.
        PERFORM 195-OCEN-PLIK-STARY.
        IF WS-JEST-PLIK = "T"
                CLOSE TKSTAREFILE
                MOVE "T" TO WS-JEST-TK
                OPEN INPUT TRANSAKCJEKLIENTOWFILE
                IF TKF-STATUS = "00"
                        CLOSE TRANSAKCJEKLIENTOWFILE
                        MOVE "TransakcjeKlientow" TO WS-NAZWA-PLIKU
                        PERFORM 190-ODMOW-KONWERSJI
                END-IF
        END-IF.

        OPEN INPUT SPLSTAREFILE.
        MOVE SPS-STATUS TO WS-STATUS-PLIKU.
        MOVE "TransakcjeOkresuStare" TO WS-NAZWA-PLIKU.
        PERFORM 195-OCEN-PLIK-STARY.
        IF WS-JEST-PLIK = "T"
                CLOSE SPLSTAREFILE
                MOVE "T" TO WS-JEST-SPL
                OPEN INPUT SPOOLFILE
                IF SPL-STATUS = "00"
                        CLOSE SPOOLFILE
                        MOVE "TransakcjeOkresu" TO WS-NAZWA-PLIKU
                        PERFORM 190-ODMOW-KONWERSJI
                END-IF
        END-IF.

        OPEN INPUT HISSTARAFILE.
        MOVE HSS-STATUS TO WS-STATUS-PLIKU.
        MOVE "HistoriaTransakcjiStara" TO WS-NAZWA-PLIKU.
        PERFORM 195-OCEN-PLIK-STARY.
        IF WS-JEST-PLIK = "T"
                CLOSE HISSTARAFILE
                MOVE "T" TO WS-JEST-HIS
                OPEN INPUT HISTORIAFILE
                IF HIS-STATUS = "00"
                        CLOSE HISTORIAFILE
                        MOVE "HistoriaTransakcji" TO WS-NAZWA-PLIKU
                        PERFORM 190-ODMOW-KONWERSJI
                END-IF
        END-IF.

        OPEN INPUT SALSTAREFILE.
        MOVE SLS-STATUS TO WS-STATUS-PLIKU.
        MOVE "SaldaKlientowStare" TO WS-NAZWA-PLIKU.
        PERFORM 195-OCEN-PLIK-STARY.
        IF WS-JEST-PLIK = "T"
                CLOSE SALSTAREFILE
                MOVE "T" TO WS-JEST-SAL
                OPEN INPUT SALDAFILE
                IF SAL-STATUS = "00"
                        CLOSE SALDAFILE
                        MOVE "SaldaKlientow" TO WS-NAZWA-PLIKU
                        PERFORM 190-ODMOW-KONWERSJI
                END-IF
        END-IF.

        OPEN INPUT SOKSTAREFILE.
        MOVE SKS-STATUS TO WS-STATUS-PLIKU.
        MOVE "SaldaOkresowStare" TO WS-NAZWA-PLIKU.
        PERFORM 195-OCEN-PLIK-STARY.
        IF WS-JEST-PLIK = "T"
                CLOSE SOKSTAREFILE
                MOVE "T" TO WS-JEST-SOK
                OPEN INPUT SALDAOKRESOWFILE
                IF SOK-STATUS = "00"
                        CLOSE SALDAOKRESOWFILE
                        MOVE "SaldaOkresow" TO WS-NAZWA-PLIKU
                        PERFORM 190-ODMOW-KONWERSJI
                END-IF
        END-IF.

190-ODMOW-KONWERSJI.

        DISPLAY "**** BLAD KRYTYCZNY: plik docelowy " WS-NAZWA-PLIKU
                " juz istnieje ****".
        DISPLAY "    Konwersja juz wykonana albo plik zalozyl przebieg "
                "nocny - nic nie zostalo zmienione.".
        MOVE 16 TO RETURN-CODE.
        STOP RUN.

195-OCEN-PLIK-STARY.

      *> "35" = pliku w starym ukladzie nie ma - nic do konwersji.
      *> Kazdy inny status niz "00" to blad pliku.
        MOVE "N" TO WS-JEST-PLIK.

        EVALUATE WS-STATUS-PLIKU
                WHEN "00"
                        MOVE "T" TO WS-JEST-PLIK
                WHEN "35"
                        DISPLAY WS-NAZWA-PLIKU ": brak pliku - pominieto."
                WHEN OTHER
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING FUNCTION TRIM(WS-NAZWA-PLIKU)
                                DELIMITED BY SIZE
                                ": nie mozna otworzyc pliku (status "
                                DELIMITED BY SIZE
                                WS-STATUS-PLIKU DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
        END-EVALUATE.

200-KONWERTUJ-ZAWIESZONE.

        OPEN INPUT ZAWSTAREFILE.
        OPEN OUTPUT ZAWIESZONEFILE.
        IF ZAW-STATUS NOT = "00"
                MOVE ZAW-STATUS TO WS-STATUS-PLIKU
                MOVE "TransakcjeZawieszone" TO WS-NAZWA-PLIKU
                PERFORM 199-ABEND-OTWARCIE
        END-IF.

        MOVE "TransakcjeZawieszoneStare" TO WS-NAZWA-PLIKU.
        MOVE 0 TO NR-REKORDU.
        MOVE "N" TO EOF-SWITCH-STARY.
        PERFORM UNTIL EOF-SWITCH-STARY = "Y"
                READ ZAWSTAREFILE
                        AT END MOVE "Y" TO EOF-SWITCH-STARY
                        NOT AT END
                                COMPUTE LICZBA-WE-ZAW = LICZBA-WE-ZAW + 1
                                COMPUTE NR-REKORDU = NR-REKORDU + 1
                                MOVE ZAW-STARY-RECORD TO STARA-TRANSAKCJA
                                PERFORM 305-NAPRAW-STARY-UKLAD
                                PERFORM 300-PRZELICZ-TRANSAKCJE
                                MOVE NOWA-TRANSAKCJA TO ZAWIESZONE-RECORD
                                WRITE ZAWIESZONE-RECORD
                                COMPUTE LICZBA-WY-ZAW = LICZBA-WY-ZAW + 1
                END-READ
        END-PERFORM.

        CLOSE ZAWSTAREFILE.
        CLOSE ZAWIESZONEFILE.

210-KONWERTUJ-ESKALACJE.

        OPEN INPUT ESKSTAREFILE.
        OPEN OUTPUT ESKALACJAFILE.
        IF ESK-STATUS NOT = "00"
                MOVE ESK-STATUS TO WS-STATUS-PLIKU
                MOVE "ZawieszoneEskalacja" TO WS-NAZWA-PLIKU
                PERFORM 199-ABEND-OTWARCIE
        END-IF.

        MOVE "ZawieszoneEskalacjaStare" TO WS-NAZWA-PLIKU.
        MOVE 0 TO NR-REKORDU.
        MOVE "N" TO EOF-SWITCH-STARY.
        PERFORM UNTIL EOF-SWITCH-STARY = "Y"
                READ ESKSTAREFILE
                        AT END MOVE "Y" TO EOF-SWITCH-STARY
                        NOT AT END
                                COMPUTE LICZBA-WE-ESK = LICZBA-WE-ESK + 1
                                COMPUTE NR-REKORDU = NR-REKORDU + 1
                                MOVE EKS-TRANSAKCJA TO STARA-TRANSAKCJA
                                PERFORM 305-NAPRAW-STARY-UKLAD
                                PERFORM 300-PRZELICZ-TRANSAKCJE
                                MOVE SPACES TO ESKALACJA-RECORD
                                MOVE NOWA-TRANSAKCJA TO ESK-TRANSAKCJA
                                MOVE EKS-DATA-ESKALACJI
                                        TO ESK-DATA-ESKALACJI
                                WRITE ESKALACJA-RECORD
                                COMPUTE LICZBA-WY-ESK = LICZBA-WY-ESK + 1
                END-READ
        END-PERFORM.

        CLOSE ESKSTAREFILE.
        CLOSE ESKALACJAFILE.

220-KONWERTUJ-TRANSAKCJE.

        OPEN INPUT TKSTAREFILE.
        OPEN OUTPUT TRANSAKCJEKLIENTOWFILE.
        IF TKF-STATUS NOT = "00"
                MOVE TKF-STATUS TO WS-STATUS-PLIKU
                MOVE "TransakcjeKlientow" TO WS-NAZWA-PLIKU
                PERFORM 199-ABEND-OTWARCIE
        END-IF.

        MOVE "TransakcjeKlientowStare" TO WS-NAZWA-PLIKU.
        MOVE 0 TO NR-REKORDU.
        MOVE "N" TO EOF-SWITCH-STARY.
        PERFORM UNTIL EOF-SWITCH-STARY = "Y"
                READ TKSTAREFILE
                        AT END MOVE "Y" TO EOF-SWITCH-STARY
                        NOT AT END
                                COMPUTE LICZBA-WE-TK = LICZBA-WE-TK + 1
                                COMPUTE NR-REKORDU = NR-REKORDU + 1
                                MOVE TK-STARY-RECORD TO STARA-TRANSAKCJA
                                PERFORM 300-PRZELICZ-TRANSAKCJE
                                MOVE NOWA-TRANSAKCJA TO TRANSAKCJE-RECORD
                                WRITE TRANSAKCJE-RECORD
                                COMPUTE LICZBA-WY-TK = LICZBA-WY-TK + 1
                END-READ
        END-PERFORM.

        CLOSE TKSTAREFILE.
        CLOSE TRANSAKCJEKLIENTOWFILE.

230-KONWERTUJ-SPOOL.

        OPEN INPUT SPLSTAREFILE.
        OPEN OUTPUT SPOOLFILE.
        IF SPL-STATUS NOT = "00"
                MOVE SPL-STATUS TO WS-STATUS-PLIKU
                MOVE "TransakcjeOkresu" TO WS-NAZWA-PLIKU
                PERFORM 199-ABEND-OTWARCIE
        END-IF.

        MOVE "TransakcjeOkresuStare" TO WS-NAZWA-PLIKU.
        MOVE 0 TO NR-REKORDU.
        MOVE "N" TO EOF-SWITCH-STARY.
        PERFORM UNTIL EOF-SWITCH-STARY = "Y"
                READ SPLSTAREFILE
                        AT END MOVE "Y" TO EOF-SWITCH-STARY
                        NOT AT END
                                COMPUTE LICZBA-WE-SPL = LICZBA-WE-SPL + 1
                                COMPUTE NR-REKORDU = NR-REKORDU + 1
                                MOVE SPOOL-STARY-RECORD
                                        TO STARA-TRANSAKCJA
                                PERFORM 300-PRZELICZ-TRANSAKCJE
                                MOVE NOWA-TRANSAKCJA TO SPOOL-RECORD
                                WRITE SPOOL-RECORD
                                COMPUTE LICZBA-WY-SPL = LICZBA-WY-SPL + 1
                END-READ
        END-PERFORM.

        CLOSE SPLSTAREFILE.
        CLOSE SPOOLFILE.

240-KONWERTUJ-HISTORIE.

      *> Stara historia czytana po kolei wg klucza, wiec nowy plik
      *> powstaje w rosnacej kolejnosci NR-REFERENCJI.
        OPEN INPUT HISSTARAFILE.
        OPEN OUTPUT HISTORIAFILE.
        IF HIS-STATUS NOT = "00"
                MOVE HIS-STATUS TO WS-STATUS-PLIKU
                MOVE "HistoriaTransakcji" TO WS-NAZWA-PLIKU
                PERFORM 199-ABEND-OTWARCIE
        END-IF.

        MOVE "HistoriaTransakcjiStara" TO WS-NAZWA-PLIKU.
        MOVE 0 TO NR-REKORDU.
        MOVE "N" TO EOF-SWITCH-STARY.
        PERFORM UNTIL EOF-SWITCH-STARY = "Y"
                READ HISSTARAFILE NEXT RECORD
                        AT END MOVE "Y" TO EOF-SWITCH-STARY
                        NOT AT END
                                COMPUTE LICZBA-WE-HIS = LICZBA-WE-HIS + 1
                                COMPUTE NR-REKORDU = NR-REKORDU + 1
                                PERFORM 245-ZAPISZ-HISTORIE
                END-READ
        END-PERFORM.

        CLOSE HISSTARAFILE.
        CLOSE HISTORIAFILE.

245-ZAPISZ-HISTORIE.

        MOVE HSS-WARTOSC TO KWOTA-STARA-X.
        IF KWOTA-STARA-X IS NOT NUMERIC
                PERFORM 310-ABEND-KWOTA
        END-IF.

        MOVE SPACES TO HISTORIA-RECORD.
        MOVE HSS-REFERENCJA   TO HIST-REFERENCJA.
        MOVE HSS-KRAJ         TO HIST-KRAJ.
        MOVE HSS-KLIENT       TO HIST-KLIENT.
        MOVE HSS-WALUTA       TO HIST-WALUTA.
        MOVE HSS-FLAGA        TO HIST-FLAGA.
        MOVE KWOTA-STARA-NUM  TO HIST-WARTOSC.
        MOVE HSS-DATA         TO HIST-DATA.
        MOVE HSS-STORNO       TO HIST-STORNO.
        MOVE HSS-REF-ORYG     TO HIST-REF-ORYG.
        MOVE HSS-OKRES-OD     TO HIST-OKRES-OD.
        MOVE HSS-OKRES-DO     TO HIST-OKRES-DO.

        WRITE HISTORIA-RECORD
                INVALID KEY
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "HistoriaTransakcji: blad zapisu klucza "
                                HIST-REFERENCJA " (status " HIS-STATUS
                                ")"
                                DELIMITED BY SIZE INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
        END-WRITE.
        COMPUTE LICZBA-WY-HIS = LICZBA-WY-HIS + 1.

250-KONWERTUJ-SALDA.

        OPEN INPUT SALSTAREFILE.
        OPEN OUTPUT SALDAFILE.
        IF SAL-STATUS NOT = "00"
                MOVE SAL-STATUS TO WS-STATUS-PLIKU
                MOVE "SaldaKlientow" TO WS-NAZWA-PLIKU
                PERFORM 199-ABEND-OTWARCIE
        END-IF.

        MOVE "N" TO EOF-SWITCH-STARY.
        PERFORM UNTIL EOF-SWITCH-STARY = "Y"
                READ SALSTAREFILE NEXT RECORD
                        AT END MOVE "Y" TO EOF-SWITCH-STARY
                        NOT AT END
                                COMPUTE LICZBA-WE-SAL = LICZBA-WE-SAL + 1
                                MOVE SLS-KLUCZ    TO SALDO-KLUCZ
                                MOVE SLS-WARTOSC  TO SALDO-WARTOSC
                                WRITE SALDO-RECORD
                                        INVALID KEY
                                          MOVE SPACES
                                            TO WS-ABEND-KOMUNIKAT
                                          STRING "SaldaKlientow: blad "
                                            "zapisu (status " SAL-STATUS
                                            ")" DELIMITED BY SIZE
                                            INTO WS-ABEND-KOMUNIKAT
                                          PERFORM 998-ABEND-PLIK
                                END-WRITE
                                COMPUTE LICZBA-WY-SAL = LICZBA-WY-SAL + 1
                END-READ
        END-PERFORM.

        CLOSE SALSTAREFILE.
        CLOSE SALDAFILE.

260-KONWERTUJ-SALDA-OKRESOW.

        OPEN INPUT SOKSTAREFILE.
        OPEN OUTPUT SALDAOKRESOWFILE.
        IF SOK-STATUS NOT = "00"
                MOVE SOK-STATUS TO WS-STATUS-PLIKU
                MOVE "SaldaOkresow" TO WS-NAZWA-PLIKU
                PERFORM 199-ABEND-OTWARCIE
        END-IF.

        MOVE "N" TO EOF-SWITCH-STARY.
        PERFORM UNTIL EOF-SWITCH-STARY = "Y"
                READ SOKSTAREFILE
                        AT END MOVE "Y" TO EOF-SWITCH-STARY
                        NOT AT END
                                COMPUTE LICZBA-WE-SOK = LICZBA-WE-SOK + 1
                                MOVE SPACES TO SALDO-OKRESU-RECORD
                                MOVE SKS-OKRES-DO TO SOK-OKRES-DO
                                MOVE SKS-KLUCZ    TO SOK-KLUCZ
                                MOVE SKS-WARTOSC  TO SOK-WARTOSC
                                WRITE SALDO-OKRESU-RECORD
                                COMPUTE LICZBA-WY-SOK = LICZBA-WY-SOK + 1
                END-READ
        END-PERFORM.

        CLOSE SOKSTAREFILE.
        CLOSE SALDAOKRESOWFILE.

300-PRZELICZ-TRANSAKCJE.

      *> Stara kwota to pelne jednostki waluty - w nowym polu staje
      *> sie kwota z zerowymi groszami. Pozostale pola bez zmian.
        IF ST-WARTOSC IS NOT NUMERIC
                PERFORM 310-ABEND-KWOTA
        END-IF.

        MOVE SPACES TO NOWA-TRANSAKCJA.
        MOVE ST-KRAJ          TO NT-KRAJ.
        MOVE ST-KLIENT        TO NT-KLIENT.
        MOVE ST-WALUTA        TO NT-WALUTA.
        MOVE ST-FLAGA         TO NT-FLAGA.
        MOVE ST-WARTOSC-NUM   TO NT-WARTOSC.
        MOVE ST-DATA          TO NT-DATA.
        MOVE ST-REFERENCJA    TO NT-REFERENCJA.
        MOVE ST-STORNO        TO NT-STORNO.
        MOVE ST-REF-ORYG      TO NT-REF-ORYG.
        MOVE ST-WIEK          TO NT-WIEK.

305-NAPRAW-STARY-UKLAD.

      *> Rekord zawieszony sprzed rozszerzenia o pola storna (90
      *> bajtow): cyfry licznika starzenia siedza w ST-STORNO i na
      *> poczatku ST-REF-ORYG, a ST-WIEK jest pusty.
        IF ST-WIEK IS NOT NUMERIC
                MOVE SPACES TO WS-WIEK-STARY
                MOVE ST-STORNO TO WS-WIEK-STARY(1:1)
                MOVE ST-REF-ORYG(1:2) TO WS-WIEK-STARY(2:2)
                IF WS-WIEK-STARY IS NUMERIC
                        MOVE WS-WIEK-STARY TO ST-WIEK
                ELSE
                        MOVE "000" TO ST-WIEK
                END-IF
                MOVE SPACES TO ST-STORNO
                MOVE SPACES TO ST-REF-ORYG
                COMPUTE LICZBA-NAPRAWIONYCH = LICZBA-NAPRAWIONYCH + 1
        END-IF.

310-ABEND-KWOTA.

        MOVE SPACES TO WS-ABEND-KOMUNIKAT.
        STRING FUNCTION TRIM(WS-NAZWA-PLIKU) DELIMITED BY SIZE
                ": kwota nienumeryczna w rekordzie " DELIMITED BY SIZE
                NR-REKORDU DELIMITED BY SIZE
                INTO WS-ABEND-KOMUNIKAT.
        PERFORM 998-ABEND-PLIK.

400-DRUKUJ-PODSUMOWANIE.

        DISPLAY "*** Podsumowanie konwersji kwot (wczytane/zapisane) ***".
        IF WS-JEST-ZAW = "T"
                DISPLAY "TransakcjeZawieszone: " LICZBA-WE-ZAW " / "
                        LICZBA-WY-ZAW
                DISPLAY "  w tym naprawione z ukladu 90-bajtowego: "
                        LICZBA-NAPRAWIONYCH
        END-IF.
        IF WS-JEST-ESK = "T"
                DISPLAY "ZawieszoneEskalacja:  " LICZBA-WE-ESK " / "
                        LICZBA-WY-ESK
        END-IF.
        IF WS-JEST-TK = "T"
                DISPLAY "TransakcjeKlientow:   " LICZBA-WE-TK " / "
                        LICZBA-WY-TK
        END-IF.
        IF WS-JEST-SPL = "T"
                DISPLAY "TransakcjeOkresu:     " LICZBA-WE-SPL " / "
                        LICZBA-WY-SPL
        END-IF.
        IF WS-JEST-HIS = "T"
                DISPLAY "HistoriaTransakcji:   " LICZBA-WE-HIS " / "
                        LICZBA-WY-HIS
        END-IF.
        IF WS-JEST-SAL = "T"
                DISPLAY "SaldaKlientow:        " LICZBA-WE-SAL " / "
                        LICZBA-WY-SAL
        END-IF.
        IF WS-JEST-SOK = "T"
                DISPLAY "SaldaOkresow:         " LICZBA-WE-SOK " / "
                        LICZBA-WY-SOK
        END-IF.
        DISPLAY "Razem:                " LICZBA-WE-RAZEM " / "
                LICZBA-WY-RAZEM.

500-ZAPISZ-REJESTR-START.

        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "KONWKWOT" TO REJ-PROGRAM.
        MOVE DATA-URUCHOMIENIA TO REJ-DATA.
        MOVE CZAS-URUCHOMIENIA TO REJ-CZAS.
        MOVE "START" TO REJ-STATUS-WPISU.
        MOVE 0 TO REJ-LICZBA-WE.
        MOVE 0 TO REJ-LICZBA-WY.
        WRITE REJESTR-RECORD.
        CLOSE REJESTRFILE.

510-ZAPISZ-REJESTR-KONIEC.

        COMPUTE LICZBA-WE-RAZEM = LICZBA-WE-ZAW + LICZBA-WE-ESK
                + LICZBA-WE-TK + LICZBA-WE-SPL + LICZBA-WE-HIS
                + LICZBA-WE-SAL + LICZBA-WE-SOK.
        COMPUTE LICZBA-WY-RAZEM = LICZBA-WY-ZAW + LICZBA-WY-ESK
                + LICZBA-WY-TK + LICZBA-WY-SPL + LICZBA-WY-HIS
                + LICZBA-WY-SAL + LICZBA-WY-SOK.

        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "KONWKWOT" TO REJ-PROGRAM.
        MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO REJ-CZAS.
        MOVE "KONIEC" TO REJ-STATUS-WPISU.
        MOVE LICZBA-WE-RAZEM TO REJ-LICZBA-WE.
        MOVE LICZBA-WY-RAZEM TO REJ-LICZBA-WY.
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

199-ABEND-OTWARCIE.

        MOVE SPACES TO WS-ABEND-KOMUNIKAT.
        STRING FUNCTION TRIM(WS-NAZWA-PLIKU) DELIMITED BY SIZE
                ": nie mozna otworzyc pliku (status " DELIMITED BY SIZE
                WS-STATUS-PLIKU DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO WS-ABEND-KOMUNIKAT.
        PERFORM 998-ABEND-PLIK.

998-ABEND-PLIK.

      *> Jak w pozostalych programach: blad pliku konczy program
      *> awaryjnie. Pliki "stare" pozostaja nietkniete.
        DISPLAY "**** BLAD KRYTYCZNY: blad pliku wejsciowego ****".
        DISPLAY "    " WS-ABEND-KOMUNIKAT.
        MOVE 16 TO RETURN-CODE.
        STOP RUN.
