      *> SCALKL - scalenie dwoch kodow klienta albo zmiana kodu klienta.
      *> Pary "kod stary -> kod nowy" z pliku ScaleniaKlientow (kazda z
      *> identyfikatorem operatora wnioskujacego) sa wykonywane przez
      *> INNEGO operatora (PARM "OPERATOR=xxxxxxxx", obowiazkowy) -
      *> para wnioskowana przez wykonujacego jest odrzucana (kontrola
      *> dwoch osob jak w ZATWKL). Dla kazdej przyjetej pary wszystko,
      *> co jest zapisane pod starym kodem, przechodzi na nowy:
      *>   - DaneKlientow: oba kody istnieja - zostaje rekord nowego
      *>     kodu, stary jest usuwany; istnieje tylko stary - zmiana
      *>     kodu (rekord przepisany pod nowym kluczem); istnieje tylko
      *>     nowy - stary byl juz usuniety, przenoszone sa tylko
      *>     osierocone pozycje w pozostalych plikach,
      *>   - SaldaKlientow: salda sumowane per waluta,
      *>   - ProfileWyciagow: obowiazuje profil kodu nowego; profil
      *>     starego jest przenoszony tylko, gdy nowy go nie ma,
      *>   - LimityKredytowe: obowiazuje limit kodu nowego dla tej samej
      *>     waluty ("*" = spacje = kazda waluta); limity starego dla
      *>     walut, ktorych nowy nie ma, sa przenoszone,
      *>   - TransakcjeKlientow (biezaca partia), TransakcjeZawieszone
      *>     i ZawieszoneEskalacja: pozycje przepiete na nowy kod,
      *>   - RewaluacjaSald: baza rewaluacji sumowana per waluta.
      *> Historia (TransakcjeOkresu, HistoriaTransakcji, SaldaOkresow)
      *> zostaje pod starym kodem - odsylacz stary -> nowy dopisywany
      *> do OdsylaczeKlientow pozwala SLEDZTR i RAPHIST ja odnalezc.
      *> Kazdy krok trafia do AudytKlientow (akcja "S") z obrazami
      *> przed/po i identyfikatorami obu operatorow, a do raportu
      *> RaportScalenKlientow. Pliki sekwencyjne sa przepisywane przed
      *> plikami indeksowanymi, odsylacz dopisywany na koncu - przebieg
      *> przerwany w polowie mozna powtorzyc z tym samym plikiem par.
      *> Po udanym przebiegu ScaleniaKlientow jest oprozniany.
IDENTIFICATION DIVISION.
PROGRAM-ID. SCALKL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT SCALENIAFILE ASSIGN TO "ScaleniaKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SKF-STATUS.

        SELECT ODSYLACZEFILE ASSIGN TO "OdsylaczeKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS XRF-STATUS.

        SELECT DANEKLIENTOWFILE ASSIGN TO "DaneKlientow"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS KOD-KLIENTA-DK
                FILE STATUS IS DKF-STATUS.

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

        SELECT LIMITYFILE ASSIGN TO "LimityKredytowe"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LIM-STATUS.

        SELECT TRANSAKCJEKLIENTOWFILE ASSIGN TO "TransakcjeKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TKF-STATUS.

        SELECT ZAWIESZONEFILE ASSIGN TO "TransakcjeZawieszone"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ZAW-STATUS.

        SELECT ESKALACJAFILE ASSIGN TO "ZawieszoneEskalacja"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ESK-STATUS.

        SELECT REWALUACJAFILE ASSIGN TO "RewaluacjaSald"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RWS-STATUS.

        SELECT AUDYTFILE ASSIGN TO "AudytKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUD-STATUS.

        SELECT RAPORTFILE ASSIGN TO "RaportScalenKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RAP-STATUS.

        SELECT REJESTRFILE ASSIGN TO "RejestrPrzebiegow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJ-STATUS.

DATA DIVISION.

FILE SECTION.

      *> Wnioski o scalenie: kod stary, kod nowy (pozostajacy) i
      *> identyfikator operatora, ktory wniosek przygotowal.
FD SCALENIAFILE.
01 SCALENIE-RECORD.
        05 SK-STARY                 PIC X(16).
        05 FILLER                   PIC X(1).
        05 SK-NOWY                  PIC X(16).
        05 FILLER                   PIC X(1).
        05 SK-OPERATOR              PIC X(8).

      *> Odsylacze kodow wycofanych: kod stary, kod, ktory go zastapil,
      *> data scalenia i operatorzy (wnioskujacy, wykonujacy). Plik
      *> tylko dopisywany - czytany takze przez SLEDZTR i RAPHIST.
FD ODSYLACZEFILE.
01 ODSYLACZ-RECORD.
        05 XR-STARY                 PIC X(16).
        05 FILLER                   PIC X(1).
        05 XR-NOWY                  PIC X(16).
        05 FILLER                   PIC X(1).
        05 XR-DATA                  PIC X(8).
        05 FILLER                   PIC X(1).
        05 XR-OPERATOR-WPROW        PIC X(8).
        05 FILLER                   PIC X(1).
        05 XR-OPERATOR-ZATW         PIC X(8).

FD DANEKLIENTOWFILE.
01 KLIENCI-RECORD.
        05 KOD-KLIENTA-DK           PIC A(16).
        05 NAZWA-KLIENTA            PIC A(16).
        05 ADRES-KLIENTA            PIC A(16).
        05 NIP                      PIC 9(10).

      *> Uklad jak w DKTS.
FD SALDAFILE.
01 SALDO-RECORD.
        05 SALDO-KLUCZ.
                10 SALDO-KLIENT     PIC X(17).
                10 SALDO-WALUTA     PIC X(17).
        05 SALDO-WARTOSC            PIC S9(13)V99.

      *> Uklad jak w DKTS.
FD PROFILEFILE.
01 PROFIL-RECORD.
        05 PROF-KOD                 PIC X(16).
        05 PROF-CZESTOTLIWOSC       PIC X(1).
        05 PROF-NASTEPNA-DATA       PIC 9(8).
        05 PROF-POMIN-ZEROWE        PIC X(1).

      *> Uklad jak w DKTS.
FD LIMITYFILE.
01 LIMIT-RECORD.
        05 LIM-KLIENT               PIC X(17).
        05 FILLER                   PIC X(1).
        05 LIM-WALUTA               PIC X(17).
        05 FILLER                   PIC X(1).
        05 LIM-WARTOSC              PIC 9(11).

      *> Biezaca partia (uklad TRANSAKCJE-RECORD z DKTS) - kod klienta
      *> na pozycjach 17-32, tak samo w rekordzie zawieszonym.
FD TRANSAKCJEKLIENTOWFILE.
01 TRANSAKCJE-RECORD                PIC X(109).

FD ZAWIESZONEFILE.
01 ZAWIESZONE-RECORD                PIC X(112).

FD ESKALACJAFILE.
01 ESKALACJA-RECORD.
        05 ESK-TRANSAKCJA           PIC X(112).
        05 ESK-DATA-ESKALACJI       PIC 9(8).

      *> Uklad jak w REWALUT.
FD REWALUACJAFILE.
01 REWALUACJA-RECORD.
        05 RWS-KLUCZ.
                10 RWS-KLIENT       PIC X(17).
                10 RWS-WALUTA       PIC X(17).
        05 FILLER                   PIC X(1).
        05 RWS-DATA                 PIC 9(8).
        05 FILLER                   PIC X(1).
        05 RWS-SALDO                PIC S9(13)V99.
        05 FILLER                   PIC X(1).
        05 RWS-KURS                 PIC 9(3)V9(4).
        05 FILLER                   PIC X(1).
        05 RWS-PLN                  PIC S9(13)V99.

      *> Uklad jak w KLMAINT.
FD AUDYTFILE.
01 AUDYT-RECORD.
        05 AUD-DATA                 PIC X(8).
        05 AUD-CZAS                 PIC X(6).
        05 AUD-AKCJA                PIC X(1).
        05 AUD-WYNIK                PIC X(11).
        05 AUD-PRZED                PIC X(58).
        05 AUD-PO                   PIC X(58).
        05 AUD-OPERATOR-WPROW       PIC X(8).
        05 AUD-OPERATOR-ZATW        PIC X(8).

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

77 SKF-STATUS           PIC X(2) VALUE "00".
77 XRF-STATUS           PIC X(2) VALUE "00".
77 DKF-STATUS           PIC X(2) VALUE "00".
77 SAL-STATUS           PIC X(2) VALUE "00".
77 PRF-STATUS           PIC X(2) VALUE "00".
77 LIM-STATUS           PIC X(2) VALUE "00".
77 TKF-STATUS           PIC X(2) VALUE "00".
77 ZAW-STATUS           PIC X(2) VALUE "00".
77 ESK-STATUS           PIC X(2) VALUE "00".
77 RWS-STATUS           PIC X(2) VALUE "00".
77 AUD-STATUS           PIC X(2) VALUE "00".
77 RAP-STATUS           PIC X(2) VALUE "00".
77 REJ-STATUS           PIC X(2) VALUE "00".

77 EOF-SWITCH-PLIK      PIC X VALUE "N".

77 WS-PARM              PIC X(200) VALUE SPACES.
77 WS-PARM-LEN          PIC 9(4) VALUE 0.
77 WS-PARM-WSK          PIC 9(4) VALUE 1.
77 WS-TOKEN             PIC X(20) VALUE SPACES.

77 DATA-URUCHOMIENIA    PIC X(8) VALUE SPACES.
77 CZAS-URUCHOMIENIA    PIC X(6) VALUE SPACES.

      *> Operator wykonujacy scalenie (drugi z pary operatorow).
77 WS-OPERATOR          PIC X(8) VALUE SPACES.

77 WS-SCALENIA-WCZYTANE PIC X VALUE "N".
77 WS-SALDA-DOSTEPNE    PIC X VALUE "N".
77 WS-PROFILE-DOSTEPNE  PIC X VALUE "N".
77 WS-TRANSAKCJE-WCZYTANE PIC X VALUE "N".
77 WS-ZAWIESZONE-WCZYTANE PIC X VALUE "N".
77 WS-ESKALACJE-WCZYTANE PIC X VALUE "N".
77 WS-LIMITY-WCZYTANE   PIC X VALUE "N".
77 WS-REWALUACJA-WCZYTANA PIC X VALUE "N".

      *> Pary z ScaleniaKlientow w kolejnosci pliku. PAR-STAN: "T" =
      *> przyjeta, "N" = odrzucona (powod w PAR-POWOD).
78 MAX-PARY                VALUE 500.
01 TABLICA-PAR.
        02 WIERSZ-PARY   OCCURS MAX-PARY TIMES.
                03 PAR-STARY        PIC X(16).
                03 PAR-NOWY         PIC X(16).
                03 PAR-OPERATOR     PIC X(8).
                03 PAR-STAN         PIC X(1).
                03 PAR-POWOD        PIC X(36).
77 ILOSC-PAR            PIC 9(4) VALUE 0.
77 IDX-PARY             PIC 9(4) VALUE 0.
77 IDX-PARY-2           PIC 9(4) VALUE 0.

      *> Odsylacze z poprzednich scalen - kody juz wycofane.
78 MAX-ODSYLACZE           VALUE 5000.
01 TABLICA-ODSYLACZY.
        02 WIERSZ-XR     OCCURS MAX-ODSYLACZE TIMES.
                03 XRT-STARY        PIC X(16).
                03 XRT-NOWY         PIC X(16).
77 ILOSC-ODSYLACZY      PIC 9(4) VALUE 0.
77 IDX-XR               PIC 9(4) VALUE 0.

      *> Pliki sekwencyjne wczytywane w calosci przed jakakolwiek
      *> zmiana - przekroczenie pojemnosci konczy przebieg, zanim
      *> cokolwiek zostanie zapisane. Stan "U" = wiersz usuniety
      *> (wlaczony do wiersza kodu nowego), "P" = przepiety na nowy kod.
78 MAX-TRANSAKCJE          VALUE 50000.
01 TABLICA-TRANSAKCJI.
        02 WIERSZ-TK     OCCURS MAX-TRANSAKCJE TIMES.
                03 TKT-REKORD       PIC X(109).
77 ILOSC-TRANSAKCJI     PIC 9(5) VALUE 0.
77 IDX-TK               PIC 9(5) VALUE 0.

78 MAX-ZAWIESZONE          VALUE 20000.
01 TABLICA-ZAWIESZONYCH.
        02 WIERSZ-ZAW    OCCURS MAX-ZAWIESZONE TIMES.
                03 ZWT-REKORD       PIC X(112).
77 ILOSC-ZAWIESZONYCH   PIC 9(5) VALUE 0.
77 IDX-ZAW              PIC 9(5) VALUE 0.

78 MAX-ESKALACJE           VALUE 20000.
01 TABLICA-ESKALACJI.
        02 WIERSZ-ESK    OCCURS MAX-ESKALACJE TIMES.
                03 EST-REKORD       PIC X(120).
77 ILOSC-ESKALACJI      PIC 9(5) VALUE 0.
77 IDX-ESK              PIC 9(5) VALUE 0.

78 MAX-LIMITY              VALUE 2000.
01 TABLICA-LIMITOW.
        02 WIERSZ-LIM    OCCURS MAX-LIMITY TIMES.
                03 LMT-KLIENT       PIC X(17).
                03 LMT-WALUTA       PIC X(17).
                03 LMT-WARTOSC      PIC 9(11).
                03 LMT-STAN         PIC X(1).
77 ILOSC-LIMITOW        PIC 9(4) VALUE 0.
77 IDX-LIM              PIC 9(4) VALUE 0.
77 IDX-LIM-2            PIC 9(4) VALUE 0.
77 IDX-LIM-ZNALEZIONY   PIC 9(4) VALUE 0.
77 WS-WALUTA-LIMITU-A   PIC X(17) VALUE SPACES.
77 WS-WALUTA-LIMITU-B   PIC X(17) VALUE SPACES.

78 MAX-REWALUACJE          VALUE 5000.
01 TABLICA-REWALUACJI.
        02 WIERSZ-RWS    OCCURS MAX-REWALUACJE TIMES.
                03 RWT-REKORD       PIC X(83).
                03 RWT-STAN         PIC X(1).
77 ILOSC-REWALUACJI     PIC 9(4) VALUE 0.
77 IDX-RWS              PIC 9(4) VALUE 0.
77 IDX-RWS-2            PIC 9(4) VALUE 0.
77 IDX-RWS-ZNALEZIONY   PIC 9(4) VALUE 0.
01 RWS-ROBOCZY.
        05 RWR-KLIENT               PIC X(17).
        05 RWR-WALUTA               PIC X(17).
        05 FILLER                   PIC X(1).
        05 RWR-DATA                 PIC 9(8).
        05 FILLER                   PIC X(1).
        05 RWR-SALDO                PIC S9(13)V99.
        05 FILLER                   PIC X(1).
        05 RWR-KURS                 PIC 9(3)V9(4).
        05 FILLER                   PIC X(1).
        05 RWR-PLN                  PIC S9(13)V99.

      *> Salda jednego kodu starego zebrane przed przeniesieniem.
78 MAX-SALDA-KLIENTA       VALUE 200.
01 TABLICA-SALD-KLIENTA.
        02 WIERSZ-SK     OCCURS MAX-SALDA-KLIENTA TIMES.
                03 SKT-WALUTA       PIC X(17).
                03 SKT-WARTOSC      PIC S9(13)V99.
77 ILOSC-SALD-KLIENTA   PIC 9(4) VALUE 0.
77 IDX-SK               PIC 9(4) VALUE 0.

77 WS-KOD-STARY         PIC X(17) VALUE SPACES.
77 WS-KOD-NOWY          PIC X(17) VALUE SPACES.
77 WS-POWOD             PIC X(36) VALUE SPACES.
77 WS-STARY-ISTNIEJE    PIC X VALUE "N".
77 WS-NOWY-ISTNIEJE     PIC X VALUE "N".
77 WS-KONIEC-SALD       PIC X VALUE "N".
77 WS-LICZBA-PRZEPIETYCH PIC 9(6) VALUE 0.
77 WS-SALDO-PRZED       PIC S9(13)V99 VALUE 0.
01 OBRAZ-STARY          PIC X(58) VALUE SPACES.
01 OBRAZ-NOWY           PIC X(58) VALUE SPACES.
01 OBRAZ-PROFILU        PIC X(26) VALUE SPACES.

      *> Obraz kroku scalenia w AudytKlientow i raporcie (58 znakow jak
      *> obraz rekordu DaneKlientow): plik, kod, waluta i kwota albo
      *> liczba pozycji, albo reszta rekordu profilu.
01 OBRAZ-KROKU.
        05 OK-PLIK              PIC X(8).
        05 OK-KOD               PIC X(16).
        05 OK-RESZTA            PIC X(34).
        05 OK-WALUTOWY REDEFINES OK-RESZTA.
                10 OK-WALUTA    PIC X(17).
                10 OK-WARTOSC   PIC -(13)9.99.
        05 OK-ILOSCIOWY REDEFINES OK-RESZTA.
                10 OK-OPIS      PIC X(17).
                10 OK-LICZBA    PIC Z(16)9.
77 WS-KROK-WYNIK        PIC X(11) VALUE SPACES.
77 WS-KROK-PRZED        PIC X(58) VALUE SPACES.
77 WS-KROK-PO           PIC X(58) VALUE SPACES.

77 LICZBA-PAR-SCALONYCH PIC 9(6) VALUE 0.
77 LICZBA-PAR-ODRZUCONYCH PIC 9(6) VALUE 0.
77 LICZBA-KLIENTOW-USUNIETYCH PIC 9(6) VALUE 0.
77 LICZBA-ZMIAN-KODU    PIC 9(6) VALUE 0.
77 LICZBA-SALD          PIC 9(6) VALUE 0.
77 LICZBA-PROFILI       PIC 9(6) VALUE 0.
77 LICZBA-LIMITOW-PRZEN PIC 9(6) VALUE 0.
77 LICZBA-LIMITOW-POMIN PIC 9(6) VALUE 0.
77 LICZBA-TRANSAKCJI    PIC 9(6) VALUE 0.
77 LICZBA-ZAWIESZONYCH  PIC 9(6) VALUE 0.
77 LICZBA-ESKALACJI     PIC 9(6) VALUE 0.
77 LICZBA-REWALUACJI    PIC 9(6) VALUE 0.
77 LICZBA-KROKOW        PIC 9(6) VALUE 0.

77 WS-ABEND-KOMUNIKAT   PIC X(60) VALUE SPACES.
77 WS-RAPORT-OTWARTY    PIC X VALUE "N".


PROCEDURE DIVISION.

000-MAIN.

        MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-URUCHOMIENIA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO CZAS-URUCHOMIENIA.

        PERFORM 100-PARSUJ-PARAMETRY.
        PERFORM 110-SPRAWDZ-OPERATORA.
        PERFORM 500-ZAPISZ-REJESTR-START.
        PERFORM 120-OTWORZ-RAPORT.
        PERFORM 130-WCZYTAJ-ODSYLACZE.
        PERFORM 140-WCZYTAJ-PARY.
        IF ILOSC-PAR > 0
                PERFORM 150-OTWORZ-PLIKI-GLOWNE
        END-IF.

        PERFORM VARYING IDX-PARY FROM 1 BY 1 UNTIL IDX-PARY > ILOSC-PAR
                IF PAR-STAN(IDX-PARY) = "T"
                        PERFORM 160-SPRAWDZ-ISTNIENIE
                END-IF
                PERFORM 260-DRUKUJ-PARE
        END-PERFORM.

        IF LICZBA-PAR-SCALONYCH > 0
                PERFORM 170-WCZYTAJ-PLIKI-SEKWENCYJNE
                PERFORM 200-PRZEPNIJ-TRANSAKCJE
                PERFORM 210-PRZEPNIJ-ZAWIESZONE
                PERFORM 220-PRZEPNIJ-ESKALACJE
                PERFORM 230-PRZENIES-LIMITY
                PERFORM 240-PRZENIES-REWALUACJE
                PERFORM VARYING IDX-PARY FROM 1 BY 1
                        UNTIL IDX-PARY > ILOSC-PAR
                        IF PAR-STAN(IDX-PARY) = "T"
                                PERFORM 300-SCAL-PARE
                        END-IF
                END-PERFORM
        END-IF.

        PERFORM 400-ZAMKNIJ-PLIKI-GLOWNE.
        IF LICZBA-PAR-SCALONYCH > 0
                PERFORM 410-DOPISZ-ODSYLACZE
        END-IF.
        PERFORM 420-OPROZNIJ-SCALENIA.

        PERFORM 450-DRUKUJ-PODSUMOWANIE-RAPORTU.
        CLOSE RAPORTFILE.

        PERFORM 510-ZAPISZ-REJESTR-KONIEC.
        PERFORM 700-DRUKUJ-PODSUMOWANIE.

        STOP RUN.

100-PARSUJ-PARAMETRY.

      *> Token: "OPERATOR=xxxxxxxx" (operator wykonujacy scalenie).
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
                WHEN "OPE"
                        MOVE FUNCTION UPPER-CASE(WS-TOKEN(10:8))
                                TO WS-OPERATOR
                WHEN OTHER
                        DISPLAY "Nieznany parametr [" WS-TOKEN
                                "] - pominieto."
        END-EVALUATE.

110-SPRAWDZ-OPERATORA.

      *> Bez identyfikatora wykonujacego nie da sie sprawdzic zasady
      *> dwoch osob - odmowa przed wpisem START.
        IF WS-OPERATOR = SPACES
                DISPLAY "**** BLAD KRYTYCZNY: brak identyfikatora "
                        "operatora ****"
                DISPLAY "Uruchom SCALKL z parametrem OPERATOR=xxxxxxxx."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.

120-OTWORZ-RAPORT.

        OPEN OUTPUT RAPORTFILE.

        IF RAP-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RaportScalenKlientow: nie mozna otworzyc "
                        DELIMITED BY SIZE
                        "pliku (status " DELIMITED BY SIZE
                        RAP-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "T" TO WS-RAPORT-OTWARTY.

        MOVE SPACES TO RAPORT-LINE.
        STRING "RAPORT SCALEN KLIENTOW - DATA: " DATA-URUCHOMIENIA
                "  OPERATOR: " WS-OPERATOR
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "KOD STARY        KOD NOWY         WNIOSK.  WYNIK     "
                "POWOD"
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.

130-WCZYTAJ-ODSYLACZE.

      *> Brak pliku = nie bylo jeszcze zadnego scalenia.
        OPEN INPUT ODSYLACZEFILE.

        IF XRF-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ ODSYLACZEFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 135-NOTUJ-ODSYLACZ
                        END-READ
                END-PERFORM
                CLOSE ODSYLACZEFILE
        ELSE
                IF XRF-STATUS NOT = "35"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "OdsylaczeKlientow: nie mozna otworzyc "
                                DELIMITED BY SIZE
                                "pliku (status " DELIMITED BY SIZE
                                XRF-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
        END-IF.

135-NOTUJ-ODSYLACZ.

        IF XR-STARY NOT = SPACES
                IF ILOSC-ODSYLACZY >= MAX-ODSYLACZE
                        MOVE "TABLICA-ODSYLACZY capacity exceeded"
                                TO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-ODSYLACZY = ILOSC-ODSYLACZY + 1
                MOVE XR-STARY TO XRT-STARY(ILOSC-ODSYLACZY)
                MOVE XR-NOWY  TO XRT-NOWY(ILOSC-ODSYLACZY)
        END-IF.

140-WCZYTAJ-PARY.

      *> Brak pliku = nic do scalenia (przebieg konczy sie wpisem
      *> KONIEC z zerowymi licznikami).
        OPEN INPUT SCALENIAFILE.

        IF SKF-STATUS = "00"
                MOVE "T" TO WS-SCALENIA-WCZYTANE
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ SCALENIAFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        IF SCALENIE-RECORD NOT = SPACES
                                                PERFORM 145-SPRAWDZ-PARE
                                        END-IF
                        END-READ
                END-PERFORM
                CLOSE SCALENIAFILE
        ELSE
                IF SKF-STATUS NOT = "35"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "ScaleniaKlientow: nie mozna otworzyc "
                                DELIMITED BY SIZE
                                "pliku (status " DELIMITED BY SIZE
                                SKF-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
                DISPLAY "ScaleniaKlientow: brak pliku - nic do "
                        "scalenia."
        END-IF.

145-SPRAWDZ-PARE.

      *> Kontrole niezalezne od plikow glownych. Kod juz wycofany
      *> (w odsylaczach albo wczesniej w tym pliku) nie moze byc ani
      *> scalany drugi raz, ani zostac kodem pozostajacym.
        IF ILOSC-PAR >= MAX-PARY
                MOVE "TABLICA-PAR capacity exceeded"
                        TO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.

        MOVE FUNCTION UPPER-CASE(SK-OPERATOR) TO SK-OPERATOR.
        MOVE SPACES TO WS-POWOD.

        EVALUATE TRUE
                WHEN SK-STARY = SPACES OR SK-NOWY = SPACES
                        MOVE "BRAK KODU STAREGO LUB NOWEGO" TO WS-POWOD
                WHEN SK-STARY = SK-NOWY
                        MOVE "KOD STARY ROWNY NOWEMU" TO WS-POWOD
                WHEN SK-OPERATOR = SPACES
                        MOVE "BRAK OPERATORA WNIOSKUJACEGO" TO WS-POWOD
                WHEN SK-OPERATOR = WS-OPERATOR
                        MOVE "TEN SAM OPERATOR CO WNIOSKUJACY"
                                TO WS-POWOD
        END-EVALUATE.

        IF WS-POWOD = SPACES
                PERFORM VARYING IDX-XR FROM 1 BY 1
                        UNTIL IDX-XR > ILOSC-ODSYLACZY
                        OR WS-POWOD NOT = SPACES
                        IF XRT-STARY(IDX-XR) = SK-STARY
                                MOVE "KOD STARY JUZ SCALONY" TO WS-POWOD
                        END-IF
                        IF XRT-STARY(IDX-XR) = SK-NOWY
                                MOVE "KOD NOWY JEST KODEM WYCOFANYM"
                                        TO WS-POWOD
                        END-IF
                END-PERFORM
        END-IF.

        IF WS-POWOD = SPACES
                PERFORM VARYING IDX-PARY-2 FROM 1 BY 1
                        UNTIL IDX-PARY-2 > ILOSC-PAR
                        OR WS-POWOD NOT = SPACES
                        IF PAR-STAN(IDX-PARY-2) = "T"
                                IF PAR-STARY(IDX-PARY-2) = SK-STARY
                                        MOVE "KOD STARY POWTORZONY W PLIKU"
                                                TO WS-POWOD
                                END-IF
                                IF PAR-STARY(IDX-PARY-2) = SK-NOWY
                                        MOVE "KOD NOWY WYCOFANY WYZEJ W PLIKU"
                                                TO WS-POWOD
                                END-IF
                        END-IF
                END-PERFORM
        END-IF.

        COMPUTE ILOSC-PAR = ILOSC-PAR + 1.
        MOVE SK-STARY    TO PAR-STARY(ILOSC-PAR).
        MOVE SK-NOWY     TO PAR-NOWY(ILOSC-PAR).
        MOVE SK-OPERATOR TO PAR-OPERATOR(ILOSC-PAR).
        MOVE WS-POWOD    TO PAR-POWOD(ILOSC-PAR).
        IF WS-POWOD = SPACES
                MOVE "T" TO PAR-STAN(ILOSC-PAR)
        ELSE
                MOVE "N" TO PAR-STAN(ILOSC-PAR)
        END-IF.

150-OTWORZ-PLIKI-GLOWNE.

      *> DaneKlientow jest obowiazkowy. Brak SaldaKlientow albo
      *> ProfileWyciagow oznacza, ze nie ma czego przenosic.
        OPEN I-O DANEKLIENTOWFILE.
        IF DKF-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "DaneKlientow: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        DKF-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        OPEN I-O SALDAFILE.
        IF SAL-STATUS = "00"
                MOVE "T" TO WS-SALDA-DOSTEPNE
        ELSE
                IF SAL-STATUS NOT = "35"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "SaldaKlientow: nie mozna otworzyc "
                                DELIMITED BY SIZE
                                "pliku (status " DELIMITED BY SIZE
                                SAL-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
                DISPLAY "SaldaKlientow: brak pliku - salda pominiete."
        END-IF.

        OPEN I-O PROFILEFILE.
        IF PRF-STATUS = "00"
                MOVE "T" TO WS-PROFILE-DOSTEPNE
        ELSE
                IF PRF-STATUS NOT = "35"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "ProfileWyciagow: nie mozna otworzyc "
                                DELIMITED BY SIZE
                                "pliku (status " DELIMITED BY SIZE
                                PRF-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
                DISPLAY "ProfileWyciagow: brak pliku - profile "
                        "pominiete."
        END-IF.

        OPEN EXTEND AUDYTFILE.
        IF AUD-STATUS = "35"
                OPEN OUTPUT AUDYTFILE
        END-IF.
        IF AUD-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "AudytKlientow: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        AUD-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

160-SPRAWDZ-ISTNIENIE.

      *> Para, ktorej zaden kod nie jest w DaneKlientow, to literowka -
      *> chyba ze kod stary powstaje wyzej w tym samym pliku (lancuch
      *> A -> B, B -> C).
        MOVE "N" TO WS-STARY-ISTNIEJE.
        MOVE "N" TO WS-NOWY-ISTNIEJE.

        MOVE PAR-STARY(IDX-PARY) TO KOD-KLIENTA-DK.
        READ DANEKLIENTOWFILE
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "T" TO WS-STARY-ISTNIEJE
        END-READ.

        MOVE PAR-NOWY(IDX-PARY) TO KOD-KLIENTA-DK.
        READ DANEKLIENTOWFILE
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "T" TO WS-NOWY-ISTNIEJE
        END-READ.

        PERFORM VARYING IDX-PARY-2 FROM 1 BY 1
                UNTIL IDX-PARY-2 >= IDX-PARY
                IF PAR-STAN(IDX-PARY-2) = "T"
                        IF PAR-NOWY(IDX-PARY-2) = PAR-STARY(IDX-PARY)
                                MOVE "T" TO WS-STARY-ISTNIEJE
                        END-IF
                        IF PAR-NOWY(IDX-PARY-2) = PAR-NOWY(IDX-PARY)
                                MOVE "T" TO WS-NOWY-ISTNIEJE
                        END-IF
                END-IF
        END-PERFORM.

        IF WS-STARY-ISTNIEJE = "N" AND WS-NOWY-ISTNIEJE = "N"
                MOVE "N" TO PAR-STAN(IDX-PARY)
                MOVE "ZADEN KOD NIE MA KLIENTA W DK"
                        TO PAR-POWOD(IDX-PARY)
        END-IF.

170-WCZYTAJ-PLIKI-SEKWENCYJNE.

      *> Wszystkie pliki sekwencyjne w pamieci, zanim ruszy pierwszy
      *> zapis. Brak pliku = nic do przepiecia w tym pliku.
        OPEN INPUT TRANSAKCJEKLIENTOWFILE.
        IF TKF-STATUS = "00"
                MOVE "T" TO WS-TRANSAKCJE-WCZYTANE
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ TRANSAKCJEKLIENTOWFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        IF ILOSC-TRANSAKCJI
                                                >= MAX-TRANSAKCJE
                                          MOVE "TABLICA-TRANSAKCJI capacity exceeded"
                                            TO WS-ABEND-KOMUNIKAT
                                          PERFORM 999-ABEND-POJEMNOSC
                                        END-IF
                                        COMPUTE ILOSC-TRANSAKCJI =
                                                ILOSC-TRANSAKCJI + 1
                                        MOVE TRANSAKCJE-RECORD TO
                                                TKT-REKORD(ILOSC-TRANSAKCJI)
                        END-READ
                END-PERFORM
                CLOSE TRANSAKCJEKLIENTOWFILE
        END-IF.

        OPEN INPUT ZAWIESZONEFILE.
        IF ZAW-STATUS = "00"
                MOVE "T" TO WS-ZAWIESZONE-WCZYTANE
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ ZAWIESZONEFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        IF ILOSC-ZAWIESZONYCH
                                                >= MAX-ZAWIESZONE
                                          MOVE "TABLICA-ZAWIESZONYCH capacity exceeded"
                                            TO WS-ABEND-KOMUNIKAT
                                          PERFORM 999-ABEND-POJEMNOSC
                                        END-IF
                                        COMPUTE ILOSC-ZAWIESZONYCH =
                                                ILOSC-ZAWIESZONYCH + 1
                                        MOVE ZAWIESZONE-RECORD TO
                                                ZWT-REKORD(ILOSC-ZAWIESZONYCH)
                        END-READ
                END-PERFORM
                CLOSE ZAWIESZONEFILE
        END-IF.

        OPEN INPUT ESKALACJAFILE.
        IF ESK-STATUS = "00"
                MOVE "T" TO WS-ESKALACJE-WCZYTANE
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ ESKALACJAFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        IF ILOSC-ESKALACJI
                                                >= MAX-ESKALACJE
                                          MOVE "TABLICA-ESKALACJI capacity exceeded"
                                            TO WS-ABEND-KOMUNIKAT
                                          PERFORM 999-ABEND-POJEMNOSC
                                        END-IF
                                        COMPUTE ILOSC-ESKALACJI =
                                                ILOSC-ESKALACJI + 1
                                        MOVE ESKALACJA-RECORD TO
                                                EST-REKORD(ILOSC-ESKALACJI)
                        END-READ
                END-PERFORM
                CLOSE ESKALACJAFILE
        END-IF.

        OPEN INPUT LIMITYFILE.
        IF LIM-STATUS = "00"
                MOVE "T" TO WS-LIMITY-WCZYTANE
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ LIMITYFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 175-NOTUJ-LIMIT
                        END-READ
                END-PERFORM
                CLOSE LIMITYFILE
        END-IF.

        OPEN INPUT REWALUACJAFILE.
        IF RWS-STATUS = "00"
                MOVE "T" TO WS-REWALUACJA-WCZYTANA
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ REWALUACJAFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 178-NOTUJ-REWALUACJE
                        END-READ
                END-PERFORM
                CLOSE REWALUACJAFILE
        END-IF.

175-NOTUJ-LIMIT.

        IF ILOSC-LIMITOW >= MAX-LIMITY
                MOVE "TABLICA-LIMITOW capacity exceeded"
                        TO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.
        COMPUTE ILOSC-LIMITOW = ILOSC-LIMITOW + 1.
        MOVE LIM-KLIENT  TO LMT-KLIENT(ILOSC-LIMITOW).
        MOVE LIM-WALUTA  TO LMT-WALUTA(ILOSC-LIMITOW).
        MOVE LIM-WARTOSC TO LMT-WARTOSC(ILOSC-LIMITOW).
        MOVE "Z"         TO LMT-STAN(ILOSC-LIMITOW).

178-NOTUJ-REWALUACJE.

        IF ILOSC-REWALUACJI >= MAX-REWALUACJE
                MOVE "TABLICA-REWALUACJI capacity exceeded"
                        TO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.
        COMPUTE ILOSC-REWALUACJI = ILOSC-REWALUACJI + 1.
        MOVE REWALUACJA-RECORD TO RWT-REKORD(ILOSC-REWALUACJI).
        MOVE "Z" TO RWT-STAN(ILOSC-REWALUACJI).

200-PRZEPNIJ-TRANSAKCJE.

      *> Biezaca partia: transakcje starego kodu ida dzis w nocy do DKTS
      *> juz pod kodem nowym (stary nie ma klienta w DaneKlientow, wiec
      *> inaczej trafilyby do zawieszonych).
        PERFORM VARYING IDX-PARY FROM 1 BY 1 UNTIL IDX-PARY > ILOSC-PAR
                IF PAR-STAN(IDX-PARY) = "T"
                        MOVE 0 TO WS-LICZBA-PRZEPIETYCH
                        PERFORM VARYING IDX-TK FROM 1 BY 1
                                UNTIL IDX-TK > ILOSC-TRANSAKCJI
                                IF TKT-REKORD(IDX-TK)(17:16) =
                                        PAR-STARY(IDX-PARY)
                                        MOVE PAR-NOWY(IDX-PARY) TO
                                                TKT-REKORD(IDX-TK)(17:16)
                                        COMPUTE WS-LICZBA-PRZEPIETYCH =
                                                WS-LICZBA-PRZEPIETYCH + 1
                                END-IF
                        END-PERFORM
                        IF WS-LICZBA-PRZEPIETYCH > 0
                                COMPUTE LICZBA-TRANSAKCJI =
                                        LICZBA-TRANSAKCJI
                                        + WS-LICZBA-PRZEPIETYCH
                                MOVE "TRANSAKC" TO OK-PLIK
                                PERFORM 250-KROK-LICZBA-POZYCJI
                        END-IF
                END-IF
        END-PERFORM.

        IF LICZBA-TRANSAKCJI > 0
                OPEN OUTPUT TRANSAKCJEKLIENTOWFILE
                IF TKF-STATUS NOT = "00"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "TransakcjeKlientow: nie mozna otworzyc "
                                DELIMITED BY SIZE
                                "pliku (status " DELIMITED BY SIZE
                                TKF-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
                PERFORM VARYING IDX-TK FROM 1 BY 1
                        UNTIL IDX-TK > ILOSC-TRANSAKCJI
                        MOVE TKT-REKORD(IDX-TK) TO TRANSAKCJE-RECORD
                        WRITE TRANSAKCJE-RECORD
                END-PERFORM
                CLOSE TRANSAKCJEKLIENTOWFILE
        END-IF.

210-PRZEPNIJ-ZAWIESZONE.

      *> Pozycja zawieszona przepieta na kod z klientem w DaneKlientow
      *> zostanie dopasowana w najblizszym przebiegu ZAWIESZONE.
        PERFORM VARYING IDX-PARY FROM 1 BY 1 UNTIL IDX-PARY > ILOSC-PAR
                IF PAR-STAN(IDX-PARY) = "T"
                        MOVE 0 TO WS-LICZBA-PRZEPIETYCH
                        PERFORM VARYING IDX-ZAW FROM 1 BY 1
                                UNTIL IDX-ZAW > ILOSC-ZAWIESZONYCH
                                IF ZWT-REKORD(IDX-ZAW)(17:16) =
                                        PAR-STARY(IDX-PARY)
                                        MOVE PAR-NOWY(IDX-PARY) TO
                                                ZWT-REKORD(IDX-ZAW)(17:16)
                                        COMPUTE WS-LICZBA-PRZEPIETYCH =
                                                WS-LICZBA-PRZEPIETYCH + 1
                                END-IF
                        END-PERFORM
                        IF WS-LICZBA-PRZEPIETYCH > 0
                                COMPUTE LICZBA-ZAWIESZONYCH =
                                        LICZBA-ZAWIESZONYCH
                                        + WS-LICZBA-PRZEPIETYCH
                                MOVE "ZAWIESZ." TO OK-PLIK
                                PERFORM 250-KROK-LICZBA-POZYCJI
                        END-IF
                END-IF
        END-PERFORM.

        IF LICZBA-ZAWIESZONYCH > 0
                OPEN OUTPUT ZAWIESZONEFILE
                IF ZAW-STATUS NOT = "00"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "TransakcjeZawieszone: nie mozna "
                                DELIMITED BY SIZE
                                "otworzyc pliku (status "
                                DELIMITED BY SIZE
                                ZAW-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
                PERFORM VARYING IDX-ZAW FROM 1 BY 1
                        UNTIL IDX-ZAW > ILOSC-ZAWIESZONYCH
                        MOVE ZWT-REKORD(IDX-ZAW) TO ZAWIESZONE-RECORD
                        WRITE ZAWIESZONE-RECORD
                END-PERFORM
                CLOSE ZAWIESZONEFILE
        END-IF.

220-PRZEPNIJ-ESKALACJE.

      *> Pozycje eskalowane do recznego rozpatrzenia - przepiecie kodu,
      *> zeby rozpatrujacy widzial klienta, ktory faktycznie istnieje.
        PERFORM VARYING IDX-PARY FROM 1 BY 1 UNTIL IDX-PARY > ILOSC-PAR
                IF PAR-STAN(IDX-PARY) = "T"
                        MOVE 0 TO WS-LICZBA-PRZEPIETYCH
                        PERFORM VARYING IDX-ESK FROM 1 BY 1
                                UNTIL IDX-ESK > ILOSC-ESKALACJI
                                IF EST-REKORD(IDX-ESK)(17:16) =
                                        PAR-STARY(IDX-PARY)
                                        MOVE PAR-NOWY(IDX-PARY) TO
                                                EST-REKORD(IDX-ESK)(17:16)
                                        COMPUTE WS-LICZBA-PRZEPIETYCH =
                                                WS-LICZBA-PRZEPIETYCH + 1
                                END-IF
                        END-PERFORM
                        IF WS-LICZBA-PRZEPIETYCH > 0
                                COMPUTE LICZBA-ESKALACJI =
                                        LICZBA-ESKALACJI
                                        + WS-LICZBA-PRZEPIETYCH
                                MOVE "ESKALAC." TO OK-PLIK
                                PERFORM 250-KROK-LICZBA-POZYCJI
                        END-IF
                END-IF
        END-PERFORM.

        IF LICZBA-ESKALACJI > 0
                OPEN OUTPUT ESKALACJAFILE
                IF ESK-STATUS NOT = "00"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "ZawieszoneEskalacja: nie mozna "
                                DELIMITED BY SIZE
                                "otworzyc pliku (status "
                                DELIMITED BY SIZE
                                ESK-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
                PERFORM VARYING IDX-ESK FROM 1 BY 1
                        UNTIL IDX-ESK > ILOSC-ESKALACJI
                        MOVE EST-REKORD(IDX-ESK) TO ESKALACJA-RECORD
                        WRITE ESKALACJA-RECORD
                END-PERFORM
                CLOSE ESKALACJAFILE
        END-IF.

230-PRZENIES-LIMITY.

      *> Zasada: dla tej samej waluty ("*" = spacje = kazda waluta)
      *> obowiazuje limit kodu nowego - limit starego jest pomijany
      *> (stan "U"). Limit starego dla waluty, ktorej nowy nie ma, jest
      *> przenoszony (stan "P"). Pary w kolejnosci pliku - lancuch
      *> A -> B -> C przenosi limity A dalej na C.
        PERFORM VARYING IDX-PARY FROM 1 BY 1 UNTIL IDX-PARY > ILOSC-PAR
                IF PAR-STAN(IDX-PARY) = "T"
                        MOVE PAR-STARY(IDX-PARY) TO WS-KOD-STARY
                        MOVE PAR-NOWY(IDX-PARY)  TO WS-KOD-NOWY
                        PERFORM VARYING IDX-LIM FROM 1 BY 1
                                UNTIL IDX-LIM > ILOSC-LIMITOW
                                IF LMT-KLIENT(IDX-LIM) = WS-KOD-STARY
                                        AND LMT-STAN(IDX-LIM) NOT = "U"
                                        PERFORM 235-PRZENIES-LIMIT
                                END-IF
                        END-PERFORM
                END-IF
        END-PERFORM.

        IF LICZBA-LIMITOW-PRZEN > 0 OR LICZBA-LIMITOW-POMIN > 0
                OPEN OUTPUT LIMITYFILE
                IF LIM-STATUS NOT = "00"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "LimityKredytowe: nie mozna otworzyc "
                                DELIMITED BY SIZE
                                "pliku (status " DELIMITED BY SIZE
                                LIM-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
                PERFORM VARYING IDX-LIM FROM 1 BY 1
                        UNTIL IDX-LIM > ILOSC-LIMITOW
                        IF LMT-STAN(IDX-LIM) NOT = "U"
                                MOVE SPACES TO LIMIT-RECORD
                                MOVE LMT-KLIENT(IDX-LIM)  TO LIM-KLIENT
                                MOVE LMT-WALUTA(IDX-LIM)  TO LIM-WALUTA
                                MOVE LMT-WARTOSC(IDX-LIM) TO LIM-WARTOSC
                                WRITE LIMIT-RECORD
                        END-IF
                END-PERFORM
                CLOSE LIMITYFILE
        END-IF.

235-PRZENIES-LIMIT.

        MOVE LMT-WALUTA(IDX-LIM) TO WS-WALUTA-LIMITU-A.
        IF WS-WALUTA-LIMITU-A = "*"
                MOVE SPACES TO WS-WALUTA-LIMITU-A
        END-IF.

        MOVE 0 TO IDX-LIM-ZNALEZIONY.
        PERFORM VARYING IDX-LIM-2 FROM 1 BY 1
                UNTIL IDX-LIM-2 > ILOSC-LIMITOW
                OR IDX-LIM-ZNALEZIONY > 0
                IF LMT-KLIENT(IDX-LIM-2) = WS-KOD-NOWY
                        AND LMT-STAN(IDX-LIM-2) NOT = "U"
                        MOVE LMT-WALUTA(IDX-LIM-2) TO WS-WALUTA-LIMITU-B
                        IF WS-WALUTA-LIMITU-B = "*"
                                MOVE SPACES TO WS-WALUTA-LIMITU-B
                        END-IF
                        IF WS-WALUTA-LIMITU-B = WS-WALUTA-LIMITU-A
                                MOVE IDX-LIM-2 TO IDX-LIM-ZNALEZIONY
                        END-IF
                END-IF
        END-PERFORM.

        MOVE "LIMITY" TO OK-PLIK.
        MOVE PAR-STARY(IDX-PARY) TO OK-KOD.
        MOVE LMT-WALUTA(IDX-LIM) TO OK-WALUTA.
        MOVE LMT-WARTOSC(IDX-LIM) TO OK-WARTOSC.
        MOVE OBRAZ-KROKU TO WS-KROK-PRZED.

        IF IDX-LIM-ZNALEZIONY > 0
                MOVE "U" TO LMT-STAN(IDX-LIM)
                MOVE "POMINIETO" TO WS-KROK-WYNIK
                MOVE PAR-NOWY(IDX-PARY) TO OK-KOD
                MOVE LMT-WALUTA(IDX-LIM-ZNALEZIONY) TO OK-WALUTA
                MOVE LMT-WARTOSC(IDX-LIM-ZNALEZIONY) TO OK-WARTOSC
                COMPUTE LICZBA-LIMITOW-POMIN = LICZBA-LIMITOW-POMIN + 1
        ELSE
                MOVE WS-KOD-NOWY TO LMT-KLIENT(IDX-LIM)
                MOVE "P" TO LMT-STAN(IDX-LIM)
                MOVE "ZASTOSOWANO" TO WS-KROK-WYNIK
                MOVE PAR-NOWY(IDX-PARY) TO OK-KOD
                COMPUTE LICZBA-LIMITOW-PRZEN = LICZBA-LIMITOW-PRZEN + 1
        END-IF.
        MOVE OBRAZ-KROKU TO WS-KROK-PO.
        PERFORM 600-ZAPISZ-KROK.

240-PRZENIES-REWALUACJE.

      *> Baza rewaluacji (saldo w walucie i wycena PLN z ostatniej
      *> rewaluacji) sumowana per waluta tak samo jak SaldaKlientow -
      *> inaczej najblizsza rewaluacja pokazalaby przeniesione saldo
      *> jako ruch niewyjasniony. Data i kurs zostaja z wiersza kodu
      *> nowego.
        PERFORM VARYING IDX-PARY FROM 1 BY 1 UNTIL IDX-PARY > ILOSC-PAR
                IF PAR-STAN(IDX-PARY) = "T"
                        MOVE PAR-STARY(IDX-PARY) TO WS-KOD-STARY
                        MOVE PAR-NOWY(IDX-PARY)  TO WS-KOD-NOWY
                        PERFORM VARYING IDX-RWS FROM 1 BY 1
                                UNTIL IDX-RWS > ILOSC-REWALUACJI
                                IF RWT-REKORD(IDX-RWS)(1:17) =
                                        WS-KOD-STARY
                                        AND RWT-STAN(IDX-RWS) NOT = "U"
                                        PERFORM 245-PRZENIES-REWALUACJE
                                END-IF
                        END-PERFORM
                END-IF
        END-PERFORM.

        IF LICZBA-REWALUACJI > 0
                OPEN OUTPUT REWALUACJAFILE
                IF RWS-STATUS NOT = "00"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "RewaluacjaSald: nie mozna otworzyc "
                                DELIMITED BY SIZE
                                "pliku (status " DELIMITED BY SIZE
                                RWS-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
                PERFORM VARYING IDX-RWS FROM 1 BY 1
                        UNTIL IDX-RWS > ILOSC-REWALUACJI
                        IF RWT-STAN(IDX-RWS) NOT = "U"
                                MOVE RWT-REKORD(IDX-RWS)
                                        TO REWALUACJA-RECORD
                                WRITE REWALUACJA-RECORD
                        END-IF
                END-PERFORM
                CLOSE REWALUACJAFILE
        END-IF.

245-PRZENIES-REWALUACJE.

        MOVE RWT-REKORD(IDX-RWS) TO RWS-ROBOCZY.

        MOVE 0 TO IDX-RWS-ZNALEZIONY.
        PERFORM VARYING IDX-RWS-2 FROM 1 BY 1
                UNTIL IDX-RWS-2 > ILOSC-REWALUACJI
                OR IDX-RWS-ZNALEZIONY > 0
                IF RWT-REKORD(IDX-RWS-2)(1:17) = WS-KOD-NOWY
                        AND RWT-REKORD(IDX-RWS-2)(18:17) = RWR-WALUTA
                        AND RWT-STAN(IDX-RWS-2) NOT = "U"
                        MOVE IDX-RWS-2 TO IDX-RWS-ZNALEZIONY
                END-IF
        END-PERFORM.

        MOVE "REWALUAC" TO OK-PLIK.
        MOVE PAR-STARY(IDX-PARY) TO OK-KOD.
        MOVE RWR-WALUTA TO OK-WALUTA.
        MOVE RWR-PLN TO OK-WARTOSC.
        MOVE OBRAZ-KROKU TO WS-KROK-PRZED.

        IF IDX-RWS-ZNALEZIONY > 0
                MOVE RWT-REKORD(IDX-RWS-ZNALEZIONY) TO REWALUACJA-RECORD
                ADD RWR-SALDO TO RWS-SALDO
                ADD RWR-PLN   TO RWS-PLN
                MOVE REWALUACJA-RECORD TO RWT-REKORD(IDX-RWS-ZNALEZIONY)
                MOVE "U" TO RWT-STAN(IDX-RWS)
                MOVE RWS-PLN TO OK-WARTOSC
        ELSE
                MOVE WS-KOD-NOWY TO RWR-KLIENT
                MOVE RWS-ROBOCZY TO RWT-REKORD(IDX-RWS)
                MOVE "P" TO RWT-STAN(IDX-RWS)
        END-IF.
        COMPUTE LICZBA-REWALUACJI = LICZBA-REWALUACJI + 1.

        MOVE "ZASTOSOWANO" TO WS-KROK-WYNIK.
        MOVE PAR-NOWY(IDX-PARY) TO OK-KOD.
        MOVE OBRAZ-KROKU TO WS-KROK-PO.
        PERFORM 600-ZAPISZ-KROK.

250-KROK-LICZBA-POZYCJI.

      *> Krok "przepieto n pozycji" dla plikow transakcyjnych - OK-PLIK
      *> ustawiony przez wywolujacego.
        MOVE "ZASTOSOWANO" TO WS-KROK-WYNIK.
        MOVE PAR-STARY(IDX-PARY) TO OK-KOD.
        MOVE "POZYCJI" TO OK-OPIS.
        MOVE WS-LICZBA-PRZEPIETYCH TO OK-LICZBA.
        MOVE OBRAZ-KROKU TO WS-KROK-PRZED.
        MOVE PAR-NOWY(IDX-PARY) TO OK-KOD.
        MOVE OBRAZ-KROKU TO WS-KROK-PO.
        PERFORM 600-ZAPISZ-KROK.

260-DRUKUJ-PARE.

        MOVE SPACES TO RAPORT-LINE.
        IF PAR-STAN(IDX-PARY) = "T"
                COMPUTE LICZBA-PAR-SCALONYCH = LICZBA-PAR-SCALONYCH + 1
                STRING PAR-STARY(IDX-PARY) " " PAR-NOWY(IDX-PARY) " "
                        PAR-OPERATOR(IDX-PARY) " PRZYJETA"
                        DELIMITED BY SIZE INTO RAPORT-LINE
        ELSE
                COMPUTE LICZBA-PAR-ODRZUCONYCH =
                        LICZBA-PAR-ODRZUCONYCH + 1
                STRING PAR-STARY(IDX-PARY) " " PAR-NOWY(IDX-PARY) " "
                        PAR-OPERATOR(IDX-PARY) " ODRZUCONA "
                        PAR-POWOD(IDX-PARY)
                        DELIMITED BY SIZE INTO RAPORT-LINE
      *> Odrzut do audytu jak odrzuty wejscia w KLMAINT.
                MOVE SPACES TO OBRAZ-KROKU
                MOVE "SCALENIE" TO OK-PLIK
                MOVE PAR-STARY(IDX-PARY) TO OK-KOD
                MOVE PAR-NOWY(IDX-PARY) TO OK-RESZTA
                MOVE SPACES TO AUDYT-RECORD
                MOVE DATA-URUCHOMIENIA TO AUD-DATA
                MOVE CZAS-URUCHOMIENIA TO AUD-CZAS
                MOVE "S"               TO AUD-AKCJA
                MOVE "ODRZUCONO"       TO AUD-WYNIK
                MOVE OBRAZ-KROKU       TO AUD-PRZED
                MOVE PAR-POWOD(IDX-PARY) TO AUD-PO
                MOVE PAR-OPERATOR(IDX-PARY) TO AUD-OPERATOR-WPROW
                MOVE WS-OPERATOR       TO AUD-OPERATOR-ZATW
                WRITE AUDYT-RECORD
        END-IF.
        WRITE RAPORT-LINE.

300-SCAL-PARE.

        PERFORM 310-SCAL-KLIENTA.
        IF WS-SALDA-DOSTEPNE = "T"
                PERFORM 320-SCAL-SALDA
        END-IF.
        IF WS-PROFILE-DOSTEPNE = "T"
                PERFORM 330-SCAL-PROFIL
        END-IF.

310-SCAL-KLIENTA.

      *> Oba kody w DaneKlientow: zostaje rekord nowego (nazwa, adres,
      *> NIP klienta pozostajacego), stary jest usuwany. Tylko stary:
      *> zmiana kodu - rekord zapisany pod nowym kluczem, stary
      *> usuniety. Tylko nowy: nic do zrobienia w pliku glownym.
        MOVE "N" TO WS-STARY-ISTNIEJE.
        MOVE "N" TO WS-NOWY-ISTNIEJE.
        MOVE SPACES TO OBRAZ-STARY.
        MOVE SPACES TO OBRAZ-NOWY.

        MOVE PAR-NOWY(IDX-PARY) TO KOD-KLIENTA-DK.
        READ DANEKLIENTOWFILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                        MOVE "T" TO WS-NOWY-ISTNIEJE
                        MOVE KLIENCI-RECORD TO OBRAZ-NOWY
        END-READ.

        MOVE PAR-STARY(IDX-PARY) TO KOD-KLIENTA-DK.
        READ DANEKLIENTOWFILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                        MOVE "T" TO WS-STARY-ISTNIEJE
                        MOVE KLIENCI-RECORD TO OBRAZ-STARY
        END-READ.

        IF WS-STARY-ISTNIEJE = "T"
                PERFORM 315-PRZENIES-KLIENTA
        END-IF.

315-PRZENIES-KLIENTA.

        IF WS-NOWY-ISTNIEJE = "N"
                MOVE PAR-NOWY(IDX-PARY) TO KOD-KLIENTA-DK
                WRITE KLIENCI-RECORD
                        INVALID KEY
                                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                                STRING "DaneKlientow: blad zapisu "
                                        "kodu " PAR-NOWY(IDX-PARY)
                                        DELIMITED BY SIZE
                                        INTO WS-ABEND-KOMUNIKAT
                                PERFORM 998-ABEND-PLIK
                END-WRITE
                MOVE KLIENCI-RECORD TO OBRAZ-NOWY
                MOVE PAR-STARY(IDX-PARY) TO KOD-KLIENTA-DK
                COMPUTE LICZBA-ZMIAN-KODU = LICZBA-ZMIAN-KODU + 1
        ELSE
                COMPUTE LICZBA-KLIENTOW-USUNIETYCH =
                        LICZBA-KLIENTOW-USUNIETYCH + 1
        END-IF.

        DELETE DANEKLIENTOWFILE
                INVALID KEY
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "DaneKlientow: blad usuniecia kodu "
                                PAR-STARY(IDX-PARY)
                                DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
        END-DELETE.

        MOVE "ZASTOSOWANO" TO WS-KROK-WYNIK.
        MOVE OBRAZ-STARY TO WS-KROK-PRZED.
        MOVE OBRAZ-NOWY TO WS-KROK-PO.
        PERFORM 600-ZAPISZ-KROK.

320-SCAL-SALDA.

      *> Salda kodu starego zebrane w tablicy (przegladanie klucza i
      *> zapisy w tym samym pliku nie moga sie przeplatac), potem per
      *> waluta: dodane do salda kodu nowego (albo zalozone) i usuniete.
        MOVE 0 TO ILOSC-SALD-KLIENTA.
        MOVE "N" TO WS-KONIEC-SALD.
        MOVE PAR-STARY(IDX-PARY) TO WS-KOD-STARY.
        MOVE PAR-NOWY(IDX-PARY)  TO WS-KOD-NOWY.

        MOVE WS-KOD-STARY TO SALDO-KLIENT.
        MOVE LOW-VALUES TO SALDO-WALUTA.
        START SALDAFILE KEY IS NOT LESS THAN SALDO-KLUCZ
                INVALID KEY MOVE "T" TO WS-KONIEC-SALD
        END-START.

        PERFORM UNTIL WS-KONIEC-SALD = "T"
                READ SALDAFILE NEXT RECORD
                        AT END MOVE "T" TO WS-KONIEC-SALD
                        NOT AT END
                                IF SALDO-KLIENT NOT = WS-KOD-STARY
                                        MOVE "T" TO WS-KONIEC-SALD
                                ELSE
                                        PERFORM 325-NOTUJ-SALDO
                                END-IF
                END-READ
        END-PERFORM.

        PERFORM VARYING IDX-SK FROM 1 BY 1
                UNTIL IDX-SK > ILOSC-SALD-KLIENTA
                MOVE "SALDA" TO OK-PLIK
                MOVE PAR-STARY(IDX-PARY) TO OK-KOD
                MOVE SKT-WALUTA(IDX-SK) TO OK-WALUTA
                MOVE SKT-WARTOSC(IDX-SK) TO OK-WARTOSC
                MOVE OBRAZ-KROKU TO WS-KROK-PRZED

                MOVE WS-KOD-NOWY TO SALDO-KLIENT
                MOVE SKT-WALUTA(IDX-SK) TO SALDO-WALUTA
                READ SALDAFILE
                        INVALID KEY
                                MOVE SKT-WARTOSC(IDX-SK)
                                        TO SALDO-WARTOSC
                                WRITE SALDO-RECORD
                                        INVALID KEY
                                          MOVE "SaldaKlientow: blad zapisu salda"
                                            TO WS-ABEND-KOMUNIKAT
                                          PERFORM 998-ABEND-PLIK
                                END-WRITE
                        NOT INVALID KEY
                                ADD SKT-WARTOSC(IDX-SK) TO SALDO-WARTOSC
                                REWRITE SALDO-RECORD
                                        INVALID KEY
                                          MOVE "SaldaKlientow: blad zapisu salda"
                                            TO WS-ABEND-KOMUNIKAT
                                          PERFORM 998-ABEND-PLIK
                                END-REWRITE
                END-READ
                MOVE PAR-NOWY(IDX-PARY) TO OK-KOD
                MOVE SALDO-WARTOSC TO OK-WARTOSC
                MOVE OBRAZ-KROKU TO WS-KROK-PO

                MOVE WS-KOD-STARY TO SALDO-KLIENT
                MOVE SKT-WALUTA(IDX-SK) TO SALDO-WALUTA
                DELETE SALDAFILE
                        INVALID KEY
                                MOVE "SaldaKlientow: blad usuniecia salda"
                                        TO WS-ABEND-KOMUNIKAT
                                PERFORM 998-ABEND-PLIK
                END-DELETE

                COMPUTE LICZBA-SALD = LICZBA-SALD + 1
                MOVE "ZASTOSOWANO" TO WS-KROK-WYNIK
                PERFORM 600-ZAPISZ-KROK
        END-PERFORM.

325-NOTUJ-SALDO.

        IF ILOSC-SALD-KLIENTA >= MAX-SALDA-KLIENTA
                MOVE "TABLICA-SALD-KLIENTA capacity exceeded"
                        TO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.
        COMPUTE ILOSC-SALD-KLIENTA = ILOSC-SALD-KLIENTA + 1.
        MOVE SALDO-WALUTA  TO SKT-WALUTA(ILOSC-SALD-KLIENTA).
        MOVE SALDO-WARTOSC TO SKT-WARTOSC(ILOSC-SALD-KLIENTA).

330-SCAL-PROFIL.

      *> Obowiazuje profil kodu nowego (jego czestotliwosc i termin
      *> wyciagu) - profil starego jest wtedy usuwany. Bez profilu
      *> nowego profil starego przechodzi pod nowy kod.
        MOVE PAR-STARY(IDX-PARY) TO PROF-KOD.
        READ PROFILEFILE
                INVALID KEY MOVE "N" TO WS-STARY-ISTNIEJE
                NOT INVALID KEY MOVE "T" TO WS-STARY-ISTNIEJE
        END-READ.

        IF WS-STARY-ISTNIEJE = "T"
                PERFORM 335-PRZENIES-PROFIL
        END-IF.

335-PRZENIES-PROFIL.

        MOVE PROFIL-RECORD TO OBRAZ-PROFILU.

        MOVE "PROFIL" TO OK-PLIK.
        MOVE PAR-STARY(IDX-PARY) TO OK-KOD.
        MOVE OBRAZ-PROFILU(17:10) TO OK-RESZTA.
        MOVE OBRAZ-KROKU TO WS-KROK-PRZED.

        MOVE PAR-NOWY(IDX-PARY) TO PROF-KOD.
        READ PROFILEFILE
                INVALID KEY
                        MOVE OBRAZ-PROFILU TO PROFIL-RECORD
                        MOVE PAR-NOWY(IDX-PARY) TO PROF-KOD
                        WRITE PROFIL-RECORD
                                INVALID KEY
                                        MOVE "ProfileWyciagow: blad zapisu profilu"
                                                TO WS-ABEND-KOMUNIKAT
                                        PERFORM 998-ABEND-PLIK
                        END-WRITE
                        MOVE "ZASTOSOWANO" TO WS-KROK-WYNIK
                NOT INVALID KEY
                        MOVE "POMINIETO" TO WS-KROK-WYNIK
        END-READ.
        MOVE PAR-NOWY(IDX-PARY) TO OK-KOD.
        MOVE PROFIL-RECORD(17:10) TO OK-RESZTA.
        MOVE OBRAZ-KROKU TO WS-KROK-PO.

        MOVE PAR-STARY(IDX-PARY) TO PROF-KOD.
        DELETE PROFILEFILE
                INVALID KEY
                        MOVE "ProfileWyciagow: blad usuniecia profilu"
                                TO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
        END-DELETE.

        COMPUTE LICZBA-PROFILI = LICZBA-PROFILI + 1.
        PERFORM 600-ZAPISZ-KROK.

400-ZAMKNIJ-PLIKI-GLOWNE.

        IF ILOSC-PAR > 0
                CLOSE DANEKLIENTOWFILE
                CLOSE AUDYTFILE
                IF WS-SALDA-DOSTEPNE = "T"
                        CLOSE SALDAFILE
                END-IF
                IF WS-PROFILE-DOSTEPNE = "T"
                        CLOSE PROFILEFILE
                END-IF
        END-IF.

410-DOPISZ-ODSYLACZE.

      *> Odsylacz dopisywany dopiero po wszystkich krokach - przebieg
      *> przerwany wczesniej mozna powtorzyc (para nie jest jeszcze
      *> "juz scalona", a kroki wykonane nie znajda nic do przeniesienia).
        OPEN EXTEND ODSYLACZEFILE.
        IF XRF-STATUS = "35"
                OPEN OUTPUT ODSYLACZEFILE
        END-IF.
        IF XRF-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "OdsylaczeKlientow: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        XRF-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        PERFORM VARYING IDX-PARY FROM 1 BY 1 UNTIL IDX-PARY > ILOSC-PAR
                IF PAR-STAN(IDX-PARY) = "T"
                        MOVE SPACES TO ODSYLACZ-RECORD
                        MOVE PAR-STARY(IDX-PARY)    TO XR-STARY
                        MOVE PAR-NOWY(IDX-PARY)     TO XR-NOWY
                        MOVE DATA-URUCHOMIENIA      TO XR-DATA
                        MOVE PAR-OPERATOR(IDX-PARY) TO XR-OPERATOR-WPROW
                        MOVE WS-OPERATOR            TO XR-OPERATOR-ZATW
                        WRITE ODSYLACZ-RECORD
                END-IF
        END-PERFORM.

        CLOSE ODSYLACZEFILE.

420-OPROZNIJ-SCALENIA.

      *> Pary wykonane albo odrzucone - odrzucone trzeba poprawic
      *> i zlozyc ponownie.
        IF WS-SCALENIA-WCZYTANE = "T"
                OPEN OUTPUT SCALENIAFILE
                IF SKF-STATUS = "00"
                        CLOSE SCALENIAFILE
                ELSE
                        DISPLAY "UWAGA: ScaleniaKlientow nie oprozniony "
                                "(status " SKF-STATUS ") - usun plik "
                                "recznie przed kolejnym przebiegiem."
                END-IF
        END-IF.

450-DRUKUJ-PODSUMOWANIE-RAPORTU.

        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "PARY=" ILOSC-PAR
                " SCALONE=" LICZBA-PAR-SCALONYCH
                " ODRZUCONE=" LICZBA-PAR-ODRZUCONYCH
                " KLIENCI USUNIECI=" LICZBA-KLIENTOW-USUNIETYCH
                " ZMIANY KODU=" LICZBA-ZMIAN-KODU
                " KROKI=" LICZBA-KROKOW
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "SALDA=" LICZBA-SALD
                " PROFILE=" LICZBA-PROFILI
                " LIMITY PRZENIESIONE=" LICZBA-LIMITOW-PRZEN
                " LIMITY POMINIETE=" LICZBA-LIMITOW-POMIN
                " REWALUACJA=" LICZBA-REWALUACJI
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "TRANSAKCJE=" LICZBA-TRANSAKCJI
                " ZAWIESZONE=" LICZBA-ZAWIESZONYCH
                " ESKALOWANE=" LICZBA-ESKALACJI
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

500-ZAPISZ-REJESTR-START.

        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "SCALKL" TO REJ-PROGRAM.
        MOVE DATA-URUCHOMIENIA TO REJ-DATA.
        MOVE CZAS-URUCHOMIENIA TO REJ-CZAS.
        MOVE "START" TO REJ-STATUS-WPISU.
        MOVE 0 TO REJ-LICZBA-WE.
        MOVE 0 TO REJ-LICZBA-WY.
        WRITE REJESTR-RECORD.
        CLOSE REJESTRFILE.

510-ZAPISZ-REJESTR-KONIEC.

      *> Liczniki wpisu KONIEC: pary wczytane i pary scalone.
        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "SCALKL" TO REJ-PROGRAM.
        MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO REJ-CZAS.
        MOVE "KONIEC" TO REJ-STATUS-WPISU.
        MOVE ILOSC-PAR TO REJ-LICZBA-WE.
        MOVE LICZBA-PAR-SCALONYCH TO REJ-LICZBA-WY.
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

600-ZAPISZ-KROK.

      *> Jeden krok scalenia: wpis do AudytKlientow (akcja "S") i dwa
      *> wiersze raportu z obrazami przed/po.
        MOVE SPACES TO AUDYT-RECORD.
        MOVE DATA-URUCHOMIENIA      TO AUD-DATA.
        MOVE CZAS-URUCHOMIENIA      TO AUD-CZAS.
        MOVE "S"                    TO AUD-AKCJA.
        MOVE WS-KROK-WYNIK          TO AUD-WYNIK.
        MOVE WS-KROK-PRZED          TO AUD-PRZED.
        MOVE WS-KROK-PO             TO AUD-PO.
        MOVE PAR-OPERATOR(IDX-PARY) TO AUD-OPERATOR-WPROW.
        MOVE WS-OPERATOR            TO AUD-OPERATOR-ZATW.
        WRITE AUDYT-RECORD.

        COMPUTE LICZBA-KROKOW = LICZBA-KROKOW + 1.

        MOVE SPACES TO RAPORT-LINE.
        STRING "  " PAR-STARY(IDX-PARY) " -> " PAR-NOWY(IDX-PARY)
                " " WS-KROK-WYNIK " PRZED: [" WS-KROK-PRZED "]"
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "                                                "
                "    PO:    [" WS-KROK-PO "]"
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.

700-DRUKUJ-PODSUMOWANIE.

        DISPLAY "*** Podsumowanie scalania klientow ***".
        DISPLAY "Pary wczytane:                    " ILOSC-PAR.
        DISPLAY "Pary scalone:                     " LICZBA-PAR-SCALONYCH.
        DISPLAY "Pary odrzucone:                   "
                LICZBA-PAR-ODRZUCONYCH.
        DISPLAY "Klienci usunieci (duplikaty):     "
                LICZBA-KLIENTOW-USUNIETYCH.
        DISPLAY "Zmiany kodu:                      " LICZBA-ZMIAN-KODU.
        DISPLAY "Salda przeniesione:               " LICZBA-SALD.
        DISPLAY "Profile:                          " LICZBA-PROFILI.
        DISPLAY "Limity przeniesione / pominiete:  "
                LICZBA-LIMITOW-PRZEN " / " LICZBA-LIMITOW-POMIN.
        DISPLAY "Transakcje partii przepiete:      " LICZBA-TRANSAKCJI.
        DISPLAY "Zawieszone przepiete:             " LICZBA-ZAWIESZONYCH.
        DISPLAY "Eskalowane przepiete:             " LICZBA-ESKALACJI.
        DISPLAY "Pozycje rewaluacji:               " LICZBA-REWALUACJI.

998-ABEND-PLIK.

        DISPLAY "**** BLAD KRYTYCZNY: blad pliku wejsciowego ****".
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

999-ABEND-POJEMNOSC.

        DISPLAY "**** BLAD KRYTYCZNY: przekroczono pojemnosc tablicy ****".
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
