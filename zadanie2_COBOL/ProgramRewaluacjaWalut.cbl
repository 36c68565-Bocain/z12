      *> REWALUT - rewaluacja walutowych sald klientow na koniec okresu.
      *> Kazda pozycja SaldaKlientow w walucie innej niz PLN jest
      *> wyceniana po kursie z KursyWalut obowiazujacym w dniu DO
      *> (PARM "DO=RRRRMMDD", logika 211 z DKTS) i porownywana z baza:
      *>   PLN z poprzedniej rewaluacji (RewaluacjaSald)
      *> + ruch od poprzedniej rewaluacji po kursach z dni transakcji
      *>   (TransakcjeKlientow + spool TransakcjeOkresu, jak PLN w 216)
      *> + ruch salda niewyjasniony transakcjami - po kursie zamkniecia
      *>   (bez roznicy kursowej, wykazany w raporcie).
      *> Roznica to niezrealizowany zysk/strata kursowa. Idzie do
      *> RaportRewaluacji (per klient i waluta) oraz jako zbalansowana
      *> para zapisow Wn/Ma w ukladzie PlikKsiegowan do pliku
      *> PlikKsiegowanRewaluacji. Konta z MapowanieKont, wiersze z
      *> krajem "FX": waluta + strona "P" = korekta wyceny pozycji,
      *> "Z" = zyski kursowe, "S" = straty kursowe. Zysk: Wn P / Ma Z,
      *> strata: Wn S / Ma P. Brak konta zatrzymuje program przed
      *> zapisaniem czegokolwiek.
      *> Rewaluacja idzie PRZED ZAMKOKR dla tego samego DO - zamkniecie
      *> przenosi transakcje okresu do historii, wiec okres juz
      *> zamkniety jest odrzucany, podobnie jak DO nie pozniejsze niz
      *> data ostatniej rewaluacji. Wpisy START/KONIEC
      *> w RejestrPrzebiegow.
      *> SCALKL przenosi salda i baze RewaluacjaSald na kod, ktory
      *> przejal klienta, ale transakcje spoolu zostaja pod kodem
      *> wycofanym - ich ruch jest liczony pozycji kodu, na ktory
      *> kod wycofany przeszedl (OdsylaczeKlientow, takze posrednio).
      *> Wyceniane jest saldo na dzien DO: jesli DKTS zaksiegowal juz
      *> transakcje z data po DO (rewaluacja uruchomiona kilka dni po
      *> koncu okresu), ich ruch jest odejmowany od salda biezacego.
      *> RewaluacjaSald niesie wiec saldo na DO, a te transakcje
      *> wejda do ruchu nastepnej rewaluacji.
IDENTIFICATION DIVISION.
PROGRAM-ID. REWALUT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT SALDAFILE ASSIGN TO "SaldaKlientow"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SALDO-KLUCZ
                FILE STATUS IS SAL-STATUS.

        SELECT REWALUACJAFILE ASSIGN TO "RewaluacjaSald"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RWS-STATUS.

        SELECT KURSYWALUTFILE ASSIGN TO "KursyWalut"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KWF-STATUS.

        SELECT MAPOWANIEFILE ASSIGN TO "MapowanieKont"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MAP-STATUS.

        SELECT TRANSAKCJEKLIENTOWFILE ASSIGN TO "TransakcjeKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TKF-STATUS.

        SELECT SPOOLFILE ASSIGN TO "TransakcjeOkresu"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SPL-STATUS.

        SELECT ODSYLACZEFILE ASSIGN TO "OdsylaczeKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS XRF-STATUS.

        SELECT OKRESYFILE ASSIGN TO "OkresyZamkniete"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OKR-STATUS.

        SELECT KSIEGOWANIAFILE ASSIGN TO "PlikKsiegowanRewaluacji"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KSG-STATUS.

        SELECT RAPORTFILE ASSIGN TO "RaportRewaluacji"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RAP-STATUS.

        SELECT REJESTRFILE ASSIGN TO "RejestrPrzebiegow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJ-STATUS.

DATA DIVISION.

FILE SECTION.

FD SALDAFILE.
01 SALDO-RECORD.
        05 SALDO-KLUCZ.
                10 SALDO-KLIENT     PIC X(17).
                10 SALDO-WALUTA     PIC X(17).
        05 SALDO-WARTOSC            PIC S9(13)V99.

      *> Stan po ostatniej rewaluacji kazdej pozycji walutowej: data DO
      *> rewaluacji, saldo w walucie, kurs zamkniecia i wycena PLN.
      *> Plik przepisywany w calosci na koncu kazdej rewaluacji.
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

      *> Uklad jak w DKTS (207/211).
FD KURSYWALUTFILE.
01 KURS-RECORD.
        05 KURS-WALUTA              PIC A(17).
        05 KURS-WARTOSC             PIC 9(3)V9(4).
        05 KURS-DATA                PIC X(8).

      *> Uklad jak w KSIEGGL.
FD MAPOWANIEFILE.
01 MAPOWANIE-RECORD.
        05 MAP-KRAJ                 PIC X(2).
        05 FILLER                   PIC X(1).
        05 MAP-WALUTA               PIC X(17).
        05 FILLER                   PIC X(1).
        05 MAP-STRONA               PIC X(1).
        05 FILLER                   PIC X(1).
        05 MAP-KONTO                PIC X(10).

FD TRANSAKCJEKLIENTOWFILE.
01 TRANSAKCJE-RECORD                PIC X(109).

FD SPOOLFILE.
01 SPOOL-RECORD                     PIC X(109).

      *> Uklad jak w SCALKL.
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

FD OKRESYFILE.
01 OKRES-RECORD.
        05 OKR-OD                   PIC 9(8).
        05 FILLER                   PIC X(1).
        05 OKR-DO                   PIC 9(8).
        05 FILLER                   PIC X(1).
        05 OKR-DATA-ZAMKNIECIA      PIC X(8).
        05 FILLER                   PIC X(1).
        05 OKR-LICZBA-TRANSAKCJI    PIC 9(6).
        05 FILLER                   PIC X(1).
        05 OKR-LICZBA-SALD          PIC 9(6).

      *> Uklad PlikKsiegowan z KSIEGGL. Kwota zapisu w PLN, KS-PLN
      *> niesie roznice kursowa ze znakiem (informacyjnie).
FD KSIEGOWANIAFILE.
01 KSIEGOWANIE-RECORD.
        05 KS-DATA                  PIC 9(8).
        05 FILLER                   PIC X(1).
        05 KS-KRAJ                  PIC X(2).
        05 FILLER                   PIC X(1).
        05 KS-KONTO                 PIC X(10).
        05 FILLER                   PIC X(1).
        05 KS-STRONA                PIC X(1).
        05 FILLER                   PIC X(1).
        05 KS-KWOTA                 PIC 9(13)V99.
        05 FILLER                   PIC X(1).
        05 KS-WALUTA                PIC X(17).
        05 FILLER                   PIC X(1).
        05 KS-KLIENT                PIC X(17).
        05 FILLER                   PIC X(1).
        05 KS-PLN                   PIC X(17).

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

77 SAL-STATUS           PIC X(2) VALUE "00".
77 RWS-STATUS           PIC X(2) VALUE "00".
77 KWF-STATUS           PIC X(2) VALUE "00".
77 MAP-STATUS           PIC X(2) VALUE "00".
77 TKF-STATUS           PIC X(2) VALUE "00".
77 SPL-STATUS           PIC X(2) VALUE "00".
77 OKR-STATUS           PIC X(2) VALUE "00".
77 XRF-STATUS           PIC X(2) VALUE "00".
77 KSG-STATUS           PIC X(2) VALUE "00".
77 RAP-STATUS           PIC X(2) VALUE "00".
77 REJ-STATUS           PIC X(2) VALUE "00".

77 EOF-SWITCH-PLIK      PIC X VALUE "N".

77 WS-PARM              PIC X(200) VALUE SPACES.
77 WS-PARM-LEN          PIC 9(4) VALUE 0.
77 WS-PARM-WSK          PIC 9(4) VALUE 1.
77 WS-TOKEN             PIC X(20) VALUE SPACES.
77 WS-DATA-TMP          PIC X(8) VALUE SPACES.
77 WS-DO-PODANE         PIC X VALUE "N".

77 DATA-DO              PIC 9(8) VALUE 0.
77 DATA-OSTATNIEJ-REWALUACJI PIC 9(8) VALUE 0.
77 DATA-OSTATNIEGO-ZAMKNIECIA PIC 9(8) VALUE 0.
77 DATA-URUCHOMIENIA    PIC X(8) VALUE SPACES.
77 CZAS-URUCHOMIENIA    PIC X(6) VALUE SPACES.

      *> Kursy walut jak TABLICA-KURSY w DKTS.
78 MAX-KURSY-WALUT         VALUE 9000.
01 TABLICA-KURSY.
        02 WIERSZ-KURS   OCCURS MAX-KURSY-WALUT TIMES.
                03 WALUTA-KURS      PIC A(17).
                03 WARTOSC-KURS     PIC 9(3)V9(4).
                03 DATA-KURS        PIC 9(8).
77 ILOSC-KURSOW         PIC 9(4) VALUE 0.
77 WS-KURS-ZNALEZIONY   PIC X VALUE "N".
77 WS-KURS-BIEZACY      PIC 9(3)V9(4) VALUE 0.
77 KURS-SZUK-WALUTA     PIC X(17) VALUE SPACES.
77 KURS-SZUK-DATA       PIC 9(8) VALUE 0.
77 KURS-DATA-NAJLEPSZA  PIC 9(8) VALUE 0.
77 K                    PIC 9(4) VALUE 0.

      *> Mapowanie kont jak TABLICA-MAPOWAN w KSIEGGL.
78 MAX-MAPOWANIA           VALUE 200.
01 TABLICA-MAPOWAN.
        02 WIERSZ-MAP    OCCURS MAX-MAPOWANIA TIMES.
                03 MAPA-KRAJ        PIC X(2).
                03 MAPA-WALUTA      PIC X(17).
                03 MAPA-STRONA      PIC X(1).
                03 MAPA-KONTO       PIC X(10).
77 ILOSC-MAPOWAN        PIC 9(4) VALUE 0.
77 WS-MAPOWANIA-PELNE   PIC X VALUE "N".
77 IDX-MAP              PIC 9(4) VALUE 0.
77 WS-KONTO-ZNALEZIONE  PIC X VALUE "N".
77 WS-KONTO-BIEZACE     PIC X(10) VALUE SPACES.
77 WS-STRONA-SZUKANA    PIC X VALUE SPACES.
77 WS-WALUTA-SZUKANA    PIC X(17) VALUE SPACES.

      *> Pozycje walutowe: saldo biezace z SaldaKlientow, stan po
      *> poprzedniej rewaluacji, ruch okresu (w walucie i w PLN po
      *> kursach z dni transakcji) oraz wynik rewaluacji. PZ-STAN:
      *> "R" = przewalutowana, "B" = brak kursu zamkniecia (pozycja
      *> pominieta, stan poprzedni zostaje). Konta Wn/Ma ustalone
      *> w 300, zanim cokolwiek zostanie zapisane.
78 MAX-POZYCJE             VALUE 5000.
01 TABLICA-POZYCJI.
        02 WIERSZ-POZ    OCCURS MAX-POZYCJE TIMES.
                03 PZ-KLIENT            PIC X(17).
                03 PZ-WALUTA            PIC X(17).
                03 PZ-SALDO             PIC S9(13)V99.
                03 PZ-W-SALDACH         PIC X(1).
                03 PZ-POP-DATA          PIC 9(8).
                03 PZ-POP-SALDO         PIC S9(13)V99.
                03 PZ-POP-KURS          PIC 9(3)V9(4).
                03 PZ-POP-PLN           PIC S9(13)V99.
                03 PZ-RUCH              PIC S9(13)V99.
                03 PZ-RUCH-PLN          PIC S9(13)V99.
                03 PZ-NIEWYJASNIONY     PIC S9(13)V99.
                03 PZ-KURS              PIC 9(3)V9(4).
                03 PZ-PLN               PIC S9(13)V99.
                03 PZ-BAZA-PLN          PIC S9(13)V99.
                03 PZ-ROZNICA           PIC S9(13)V99.
                03 PZ-STAN              PIC X(1).
                03 PZ-KONTO-WN          PIC X(10).
                03 PZ-KONTO-MA          PIC X(10).
77 ILOSC-POZYCJI        PIC 9(4) VALUE 0.
77 IDX-POZ              PIC 9(4) VALUE 0.
77 IDX-PRZESUNIECIA     PIC 9(4) VALUE 0.
77 WS-MIEJSCE-ZNALEZIONE PIC X VALUE "N".
77 WS-POZ-ZNALEZIONA    PIC X VALUE "N".
77 WS-KLIENT-SZUKANY    PIC X(17) VALUE SPACES.

      *> Odsylacze kodow wycofanych przez SCALKL jak w NIETYPTR.
78 MAX-ODSYLACZE           VALUE 5000.
78 MAX-KROKI-ODSYLACZY     VALUE 20.
01 TABLICA-ODSYLACZY.
        02 WIERSZ-ODSYLACZA OCCURS MAX-ODSYLACZE TIMES.
                03 XRT-STARY        PIC X(16).
                03 XRT-NOWY         PIC X(16).
77 ILOSC-ODSYLACZY      PIC 9(4) VALUE 0.
77 IDX-XR               PIC 9(4) VALUE 0.
77 WS-KOD-ODSYLACZA     PIC X(16) VALUE SPACES.
77 WS-KROKI-ODSYLACZA   PIC 9(4) VALUE 0.
77 WS-ODSYLACZ-DALEJ    PIC X VALUE "N".

01 OBRAZ-TRANSAKCJI.
        05 OT-KRAJ              PIC X(16).
        05 OT-KLIENT            PIC X(16).
        05 OT-WALUTA            PIC X(17).
        05 OT-FLAGA             PIC X(14).
        05 OT-WARTOSC           PIC X(13).
        05 OT-WARTOSC-NUM REDEFINES OT-WARTOSC PIC 9(11)V99.
        05 OT-DATA              PIC X(8).
        05 OT-DATA-NUM REDEFINES OT-DATA PIC 9(8).
        05 OT-REFERENCJA        PIC X(12).
        05 OT-STORNO            PIC X(1).
        05 OT-REF-ORYG          PIC X(12).

77 WS-RUCH-TRANSAKCJI   PIC S9(13)V99 VALUE 0.
77 WS-RUCH-PLN          PIC S9(13)V99 VALUE 0.
77 WS-KWOTA-ZAPISU      PIC 9(13)V99 VALUE 0.
77 WS-KLIENT-POPRZEDNI  PIC X(17) VALUE SPACES.
77 SUMA-KLIENTA         PIC S9(13)V99 VALUE 0.

77 LICZBA-SALD-WCZYTANYCH PIC 9(6) VALUE 0.
77 LICZBA-POZYCJI-POPRZEDNICH PIC 9(6) VALUE 0.
77 LICZBA-TRANSAKCJI-UJETYCH PIC 9(6) VALUE 0.
77 LICZBA-TRANSAKCJI-BEZ-KURSU PIC 9(6) VALUE 0.
77 LICZBA-TRANSAKCJI-ODSYLACZ PIC 9(6) VALUE 0.
77 LICZBA-TRANSAKCJI-PO-DO PIC 9(6) VALUE 0.
77 LICZBA-PRZEWALUTOWANYCH PIC 9(6) VALUE 0.
77 LICZBA-BEZ-KURSU-ZAMKNIECIA PIC 9(6) VALUE 0.
77 LICZBA-ZAPISOW       PIC 9(6) VALUE 0.
77 SUMA-ZYSKOW          PIC 9(15)V99 VALUE 0.
77 SUMA-STRAT           PIC 9(15)V99 VALUE 0.
77 SUMA-WN              PIC 9(15)V99 VALUE 0.
77 SUMA-MA              PIC 9(15)V99 VALUE 0.

77 WS-ABEND-KOMUNIKAT   PIC X(60) VALUE SPACES.
77 WS-RAPORT-OTWARTY    PIC X VALUE "N".
77 KWOTA-ZNAK-EDYCJA    PIC -(13)9.99.
77 KWOTA-SUMA-EDYCJA    PIC Z(14)9.99.

01 LINIA-REWALUACJI.
        05 LW-KLIENT     PIC X(17).
        05 FILLER        PIC X(1)  VALUE SPACES.
        05 LW-WALUTA     PIC X(10).
        05 FILLER        PIC X(1)  VALUE SPACES.
        05 LW-SALDO      PIC -(12)9.99.
        05 FILLER        PIC X(1)  VALUE SPACES.
        05 LW-KURS       PIC ZZ9.9999.
        05 FILLER        PIC X(1)  VALUE SPACES.
        05 LW-PLN        PIC -(12)9.99.
        05 FILLER        PIC X(1)  VALUE SPACES.
        05 LW-BAZA       PIC -(12)9.99.
        05 FILLER        PIC X(1)  VALUE SPACES.
        05 LW-ROZNICA    PIC -(12)9.99.
        05 FILLER        PIC X(1)  VALUE SPACES.
        05 LW-UWAGA      PIC X(20).


PROCEDURE DIVISION.

000-MAIN.

        MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-URUCHOMIENIA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO CZAS-URUCHOMIENIA.

        PERFORM 100-PARSUJ-PARAMETRY.
      *> Kontrole dat ida PRZED wpisem START - odmowa nie zostawia
      *> w rejestrze osieroconego STARTU.
        PERFORM 110-SPRAWDZ-OKRES-ZAMKNIETY.
        PERFORM 120-WCZYTAJ-POPRZEDNIA-REWALUACJE.
        PERFORM 500-ZAPISZ-REJESTR-START.

        PERFORM 130-WCZYTAJ-KURSY.
        PERFORM 140-WCZYTAJ-MAPOWANIA.
        PERFORM 150-WCZYTAJ-ODSYLACZE.
        PERFORM 200-WCZYTAJ-SALDA.
        PERFORM 210-WCZYTAJ-RUCH-OKRESU.
        PERFORM 300-PRZELICZ-POZYCJE.

      *> Raport i zapisy ksiegowe PRZED przepisaniem RewaluacjaSald:
      *> przerwany przebieg mozna powtorzyc dla tego samego DO
      *> (plik zapisow jest zakladany od nowa), a nowy stan wycen
      *> powstaje dopiero, gdy zapisy sa kompletne.
        PERFORM 400-DRUKUJ-RAPORT.
        PERFORM 450-ZAPISZ-KSIEGOWANIA.
        PERFORM 600-PRZEPISZ-REWALUACJE.

        CLOSE RAPORTFILE.

        PERFORM 510-ZAPISZ-REJESTR-KONIEC.
        PERFORM 700-DRUKUJ-PODSUMOWANIE.

        STOP RUN.

100-PARSUJ-PARAMETRY.

      *> Token "DO=RRRRMMDD" - data konca okresu, obowiazkowy.
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

        IF WS-DO-PODANE NOT = "T"
                DISPLAY "**** BLAD KRYTYCZNY: rewaluacja wymaga "
                        "parametru DO=RRRRMMDD ****"
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.

        DISPLAY "Rewaluacja sald walutowych na dzien " DATA-DO ".".

105-PRZETWORZ-TOKEN.

        EVALUATE FUNCTION UPPER-CASE(WS-TOKEN(1:3))
                WHEN "DO="
                        MOVE WS-TOKEN(4:8) TO WS-DATA-TMP
                        IF WS-DATA-TMP IS NUMERIC
                                MOVE WS-DATA-TMP TO DATA-DO
                                MOVE "T" TO WS-DO-PODANE
                        ELSE
                                DISPLAY "Niepoprawna data w parametrze "
                                        "DO= [" WS-TOKEN "] - pominieto."
                        END-IF
                WHEN OTHER
                        DISPLAY "Nieznany parametr [" WS-TOKEN
                                "] - pominieto."
        END-EVALUATE.

110-SPRAWDZ-OKRES-ZAMKNIETY.

      *> Po ZAMKOKR transakcje okresu sa juz w historii, a spool
      *> wyczyszczony - ruch okresu bylby niepelny. DO nie moze lezec
      *> w zadnym zamknietym okresie ani przed nim.
        OPEN INPUT OKRESYFILE.

        IF OKR-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ OKRESYFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        IF OKR-DO > DATA-OSTATNIEGO-ZAMKNIECIA
                                                MOVE OKR-DO TO
                                                  DATA-OSTATNIEGO-ZAMKNIECIA
                                        END-IF
                        END-READ
                END-PERFORM
                CLOSE OKRESYFILE
        END-IF.

        IF DATA-DO NOT > DATA-OSTATNIEGO-ZAMKNIECIA
                DISPLAY "**** BLAD KRYTYCZNY: dzien " DATA-DO
                        " nalezy do okresu juz zamknietego (ostatnie "
                        "zamkniecie DO=" DATA-OSTATNIEGO-ZAMKNIECIA
                        ") ****"
                DISPLAY "Rewaluacja okresu idzie przed ZAMKOKR."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.

120-WCZYTAJ-POPRZEDNIA-REWALUACJE.

      *> Brak pliku = pierwsza rewaluacja: kazda pozycja nie ma bazy
      *> i jej saldo sprzed ruchu okresu wchodzi po kursie zamkniecia.
        OPEN INPUT REWALUACJAFILE.

        IF RWS-STATUS = "35"
                DISPLAY "RewaluacjaSald: brak pliku - pierwsza "
                        "rewaluacja."
        ELSE
                IF RWS-STATUS NOT = "00"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "RewaluacjaSald: nie mozna otworzyc pliku "
                                DELIMITED BY SIZE
                                "(status " DELIMITED BY SIZE
                                RWS-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF

                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ REWALUACJAFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 125-ZALADUJ-POPRZEDNIA
                        END-READ
                END-PERFORM
                CLOSE REWALUACJAFILE
        END-IF.

      *> Druga rewaluacja na ten sam dzien podwoilaby roznice w KG.
        IF DATA-DO NOT > DATA-OSTATNIEJ-REWALUACJI
                DISPLAY "**** BLAD KRYTYCZNY: rewaluacja na dzien "
                        DATA-DO " nie jest pozniejsza niz ostatnia ("
                        DATA-OSTATNIEJ-REWALUACJI ") ****"
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.

125-ZALADUJ-POPRZEDNIA.

        PERFORM 190-SPRAWDZ-POJEMNOSC.
        MOVE RWS-KLIENT TO WS-KLIENT-SZUKANY.
        MOVE RWS-WALUTA TO WS-WALUTA-SZUKANA.
        PERFORM 255-WSTAW-POZYCJE.
        MOVE 0          TO PZ-SALDO(IDX-POZ).
        MOVE "N"        TO PZ-W-SALDACH(IDX-POZ).
        MOVE RWS-DATA   TO PZ-POP-DATA(IDX-POZ).
        MOVE RWS-SALDO  TO PZ-POP-SALDO(IDX-POZ).
        MOVE RWS-KURS   TO PZ-POP-KURS(IDX-POZ).
        MOVE RWS-PLN    TO PZ-POP-PLN(IDX-POZ).
        MOVE 0          TO PZ-RUCH(IDX-POZ).
        MOVE 0          TO PZ-RUCH-PLN(IDX-POZ).
        MOVE SPACE      TO PZ-STAN(IDX-POZ).
        COMPUTE LICZBA-POZYCJI-POPRZEDNICH =
                LICZBA-POZYCJI-POPRZEDNICH + 1.
        IF RWS-DATA > DATA-OSTATNIEJ-REWALUACJI
                MOVE RWS-DATA TO DATA-OSTATNIEJ-REWALUACJI
        END-IF.

130-WCZYTAJ-KURSY.

      *> Jak 207-LOAD-KURSY-WALUT w DKTS, ale plik jest obowiazkowy -
      *> bez kursow nie ma czego rewaluowac.
        MOVE 0 TO ILOSC-KURSOW.

        OPEN INPUT KURSYWALUTFILE.

        IF KWF-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "KursyWalut: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        KWF-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        PERFORM UNTIL KWF-STATUS NOT = "00"
                READ KURSYWALUTFILE
                        AT END MOVE "10" TO KWF-STATUS
                        NOT AT END
                                IF ILOSC-KURSOW < MAX-KURSY-WALUT
                                        COMPUTE ILOSC-KURSOW =
                                                ILOSC-KURSOW + 1
                                        MOVE KURS-WALUTA TO
                                                WALUTA-KURS(ILOSC-KURSOW)
                                        MOVE KURS-WARTOSC TO
                                                WARTOSC-KURS(ILOSC-KURSOW)
                                        IF KURS-DATA IS NUMERIC
                                                MOVE KURS-DATA TO
                                                  DATA-KURS(ILOSC-KURSOW)
                                        ELSE
                                                MOVE 0 TO
                                                  DATA-KURS(ILOSC-KURSOW)
                                        END-IF
                                ELSE
                                        MOVE
                                          "TABLICA-KURSY (KursyWalut) capacity exceeded"
                                                TO WS-ABEND-KOMUNIKAT
                                        PERFORM 999-ABEND-POJEMNOSC
                                END-IF
                END-READ
        END-PERFORM.

        CLOSE KURSYWALUTFILE.

140-WCZYTAJ-MAPOWANIA.

      *> Jak 110-WCZYTAJ-MAPOWANIA w KSIEGGL.
        MOVE 0 TO ILOSC-MAPOWAN.

        OPEN INPUT MAPOWANIEFILE.

        IF MAP-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "MapowanieKont: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        MAP-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        PERFORM UNTIL MAP-STATUS NOT = "00"
                READ MAPOWANIEFILE
                        AT END MOVE "10" TO MAP-STATUS
                        NOT AT END
                                IF MAP-KRAJ NOT = SPACES
                                  IF ILOSC-MAPOWAN < MAX-MAPOWANIA
                                        COMPUTE ILOSC-MAPOWAN =
                                                ILOSC-MAPOWAN + 1
                                        MOVE FUNCTION UPPER-CASE(MAP-KRAJ)
                                                TO MAPA-KRAJ(ILOSC-MAPOWAN)
                                        MOVE MAP-WALUTA
                                                TO MAPA-WALUTA(ILOSC-MAPOWAN)
                                        MOVE FUNCTION UPPER-CASE(MAP-STRONA)
                                                TO MAPA-STRONA(ILOSC-MAPOWAN)
                                        MOVE MAP-KONTO
                                                TO MAPA-KONTO(ILOSC-MAPOWAN)
                                  ELSE
                                        MOVE "T" TO WS-MAPOWANIA-PELNE
                                  END-IF
                                END-IF
                END-READ
        END-PERFORM.

        CLOSE MAPOWANIEFILE.

        IF WS-MAPOWANIA-PELNE = "T"
                DISPLAY "UWAGA: lista mapowan obcieta - wiecej niz "
                        MAX-MAPOWANIA " wierszy w MapowanieKont."
        END-IF.

150-WCZYTAJ-ODSYLACZE.

      *> Brak pliku = nie bylo jeszcze scalen.
        MOVE 0 TO ILOSC-ODSYLACZY.

        OPEN INPUT ODSYLACZEFILE.

        IF XRF-STATUS = "00"
                PERFORM UNTIL XRF-STATUS NOT = "00"
                        READ ODSYLACZEFILE
                                AT END MOVE "10" TO XRF-STATUS
                                NOT AT END PERFORM 155-NOTUJ-ODSYLACZ
                        END-READ
                END-PERFORM
                CLOSE ODSYLACZEFILE
        END-IF.

155-NOTUJ-ODSYLACZ.

        IF ILOSC-ODSYLACZY NOT < MAX-ODSYLACZE
                MOVE "TABLICA-ODSYLACZY capacity exceeded"
                        TO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.

        COMPUTE ILOSC-ODSYLACZY = ILOSC-ODSYLACZY + 1.
        MOVE XR-STARY TO XRT-STARY(ILOSC-ODSYLACZY).
        MOVE XR-NOWY TO XRT-NOWY(ILOSC-ODSYLACZY).

190-SPRAWDZ-POJEMNOSC.

        IF ILOSC-POZYCJI >= MAX-POZYCJE
                MOVE "TABLICA-POZYCJI capacity exceeded"
                        TO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.

200-WCZYTAJ-SALDA.

      *> Caly master sald, tylko pozycje walutowe (PLN nie podlega
      *> rewaluacji). Pozycja znana z poprzedniej rewaluacji dostaje
      *> saldo biezace; nowa dopisywana jest bez bazy.
        OPEN INPUT SALDAFILE.

        IF SAL-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "SaldaKlientow: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        SAL-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "N" TO EOF-SWITCH-PLIK.
        PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                READ SALDAFILE NEXT RECORD
                        AT END MOVE "Y" TO EOF-SWITCH-PLIK
                        NOT AT END
                                IF SALDO-WALUTA NOT = "PLN"
                                        PERFORM 205-DODAJ-SALDO
                                END-IF
                END-READ
        END-PERFORM.

        CLOSE SALDAFILE.

205-DODAJ-SALDO.

        COMPUTE LICZBA-SALD-WCZYTANYCH = LICZBA-SALD-WCZYTANYCH + 1.
        MOVE SALDO-KLIENT TO WS-KLIENT-SZUKANY.
        MOVE SALDO-WALUTA TO WS-WALUTA-SZUKANA.
        PERFORM 250-ZNAJDZ-POZYCJE.

        IF WS-POZ-ZNALEZIONA NOT = "T"
                PERFORM 190-SPRAWDZ-POJEMNOSC
                PERFORM 255-WSTAW-POZYCJE
                MOVE 0     TO PZ-POP-DATA(IDX-POZ)
                MOVE 0     TO PZ-POP-SALDO(IDX-POZ)
                MOVE 0     TO PZ-POP-KURS(IDX-POZ)
                MOVE 0     TO PZ-POP-PLN(IDX-POZ)
                MOVE 0     TO PZ-RUCH(IDX-POZ)
                MOVE 0     TO PZ-RUCH-PLN(IDX-POZ)
                MOVE SPACE TO PZ-STAN(IDX-POZ)
        END-IF.

        MOVE SALDO-WARTOSC TO PZ-SALDO(IDX-POZ).
        MOVE "T"           TO PZ-W-SALDACH(IDX-POZ).

210-WCZYTAJ-RUCH-OKRESU.

      *> Ruch od poprzedniej rewaluacji: biezaca partia i spool
      *> otwartego okresu (rozlaczne - EDYTTK przenosi partie do spoolu
      *> dopiero przy nastepnej edycji). Brak ktoregos z plikow nie
      *> przerywa rewaluacji - ruch, ktorego nie widac, wyjdzie jako
      *> niewyjasniony.
        OPEN INPUT TRANSAKCJEKLIENTOWFILE.
        IF TKF-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ TRANSAKCJEKLIENTOWFILE INTO OBRAZ-TRANSAKCJI
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 215-DOLICZ-RUCH
                        END-READ
                END-PERFORM
                CLOSE TRANSAKCJEKLIENTOWFILE
        ELSE
                DISPLAY "TransakcjeKlientow niedostepne (status "
                        TKF-STATUS ") - pominieto."
        END-IF.

        OPEN INPUT SPOOLFILE.
        IF SPL-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ SPOOLFILE INTO OBRAZ-TRANSAKCJI
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 215-DOLICZ-RUCH
                        END-READ
                END-PERFORM
                CLOSE SPOOLFILE
        ELSE
                DISPLAY "TransakcjeOkresu niedostepne (status "
                        SPL-STATUS ") - pominieto."
        END-IF.

215-DOLICZ-RUCH.

      *> Transakcja z data po DO cofa swoj ruch z salda (217).
        IF OT-WARTOSC IS NUMERIC AND OT-DATA IS NUMERIC
           AND OT-WALUTA NOT = "PLN"
           AND OT-DATA-NUM > DATA-DO
                PERFORM 217-COFNIJ-RUCH-PO-DO
        END-IF.

      *> Transakcja wchodzi do ruchu pozycji, gdy jej data jest po
      *> dacie poprzedniej rewaluacji tej pozycji i nie pozniej niz DO.
      *> Wycena PLN po kursie z dnia transakcji; bez kursu - po kursie
      *> zamkniecia (bez roznicy kursowej) z ostrzezeniem.
        IF OT-WARTOSC IS NUMERIC AND OT-DATA IS NUMERIC
           AND OT-WALUTA NOT = "PLN"
           AND OT-DATA-NUM NOT > DATA-DO
                MOVE OT-KLIENT TO WS-KLIENT-SZUKANY
                PERFORM 245-ROZWIN-ODSYLACZ
                MOVE OT-WALUTA TO WS-WALUTA-SZUKANA
                PERFORM 250-ZNAJDZ-POZYCJE
                IF WS-POZ-ZNALEZIONA = "T"
                   AND OT-DATA-NUM > PZ-POP-DATA(IDX-POZ)
                        IF OT-FLAGA = "D"
                                MOVE OT-WARTOSC-NUM TO WS-RUCH-TRANSAKCJI
                        ELSE
                                COMPUTE WS-RUCH-TRANSAKCJI =
                                        0 - OT-WARTOSC-NUM
                        END-IF
                        MOVE OT-WALUTA   TO KURS-SZUK-WALUTA
                        MOVE OT-DATA-NUM TO KURS-SZUK-DATA
                        PERFORM 350-ZNAJDZ-KURS-WALUTY
                        IF WS-KURS-ZNALEZIONY NOT = "T"
                                COMPUTE LICZBA-TRANSAKCJI-BEZ-KURSU =
                                        LICZBA-TRANSAKCJI-BEZ-KURSU + 1
                                DISPLAY "UWAGA: brak kursu " OT-WALUTA
                                        " na dzien " OT-DATA
                                        " (ref " OT-REFERENCJA
                                        ") - ruch wyceniony po kursie "
                                        "zamkniecia."
                        ELSE
                                COMPUTE WS-RUCH-PLN ROUNDED =
                                        WS-RUCH-TRANSAKCJI
                                        * WS-KURS-BIEZACY
                                COMPUTE PZ-RUCH(IDX-POZ) =
                                        PZ-RUCH(IDX-POZ)
                                        + WS-RUCH-TRANSAKCJI
                                COMPUTE PZ-RUCH-PLN(IDX-POZ) =
                                        PZ-RUCH-PLN(IDX-POZ) + WS-RUCH-PLN
                                COMPUTE LICZBA-TRANSAKCJI-UJETYCH =
                                        LICZBA-TRANSAKCJI-UJETYCH + 1
                                IF WS-KLIENT-SZUKANY NOT = OT-KLIENT
                                        COMPUTE LICZBA-TRANSAKCJI-ODSYLACZ =
                                          LICZBA-TRANSAKCJI-ODSYLACZ + 1
                                END-IF
                        END-IF
                END-IF
        END-IF.

217-COFNIJ-RUCH-PO-DO.

      *> Saldo biezace zawiera juz ruch po DO - odjety, zostaje saldo
      *> na DO. Znak jak w 215.
        MOVE OT-KLIENT TO WS-KLIENT-SZUKANY.
        PERFORM 245-ROZWIN-ODSYLACZ.
        MOVE OT-WALUTA TO WS-WALUTA-SZUKANA.
        PERFORM 250-ZNAJDZ-POZYCJE.

        IF WS-POZ-ZNALEZIONA = "T"
                IF OT-FLAGA = "D"
                        MOVE OT-WARTOSC-NUM TO WS-RUCH-TRANSAKCJI
                ELSE
                        COMPUTE WS-RUCH-TRANSAKCJI = 0 - OT-WARTOSC-NUM
                END-IF
                COMPUTE PZ-SALDO(IDX-POZ) =
                        PZ-SALDO(IDX-POZ) - WS-RUCH-TRANSAKCJI
                COMPUTE LICZBA-TRANSAKCJI-PO-DO =
                        LICZBA-TRANSAKCJI-PO-DO + 1
        ELSE
                DISPLAY "UWAGA: transakcja po DO bez pozycji "
                        OT-KLIENT " " OT-WALUTA
                        " (ref " OT-REFERENCJA ") - pominieto."
        END-IF.

245-ROZWIN-ODSYLACZ.

      *> Lancuch odsylaczy jak w NIETYPTR (185) - ograniczony liczba
      *> krokow, zeby odsylacz zapetlony nie zawiesil przebiegu.
        MOVE WS-KLIENT-SZUKANY TO WS-KOD-ODSYLACZA.
        MOVE 0 TO WS-KROKI-ODSYLACZA.
        MOVE "T" TO WS-ODSYLACZ-DALEJ.

        PERFORM UNTIL WS-ODSYLACZ-DALEJ = "N"
                MOVE "N" TO WS-ODSYLACZ-DALEJ
                PERFORM VARYING IDX-XR FROM 1 BY 1
                        UNTIL IDX-XR > ILOSC-ODSYLACZY
                        OR WS-ODSYLACZ-DALEJ = "T"
                        IF XRT-STARY(IDX-XR) = WS-KOD-ODSYLACZA
                                MOVE XRT-NOWY(IDX-XR) TO WS-KOD-ODSYLACZA
                                MOVE "T" TO WS-ODSYLACZ-DALEJ
                        END-IF
                END-PERFORM
                IF WS-ODSYLACZ-DALEJ = "T"
                        COMPUTE WS-KROKI-ODSYLACZA =
                                WS-KROKI-ODSYLACZA + 1
                        IF WS-KROKI-ODSYLACZA > MAX-KROKI-ODSYLACZY
                                MOVE "N" TO WS-ODSYLACZ-DALEJ
                        END-IF
                END-IF
        END-PERFORM.

        MOVE WS-KOD-ODSYLACZA TO WS-KLIENT-SZUKANY.

250-ZNAJDZ-POZYCJE.

      *> Pozycja WS-KLIENT-SZUKANY / WS-WALUTA-SZUKANA, wynik w IDX-POZ.
        MOVE "N" TO WS-POZ-ZNALEZIONA.

        PERFORM VARYING IDX-POZ FROM 1 BY 1
                UNTIL IDX-POZ > ILOSC-POZYCJI
                OR WS-POZ-ZNALEZIONA = "T"
                IF PZ-KLIENT(IDX-POZ) = WS-KLIENT-SZUKANY
                   AND PZ-WALUTA(IDX-POZ) = WS-WALUTA-SZUKANA
                        MOVE "T" TO WS-POZ-ZNALEZIONA
                END-IF
        END-PERFORM.

        IF WS-POZ-ZNALEZIONA = "T"
                COMPUTE IDX-POZ = IDX-POZ - 1
        END-IF.

255-WSTAW-POZYCJE.

      *> Nowa pozycja WS-KLIENT-SZUKANY / WS-WALUTA-SZUKANA wstawiana
      *> w porzadku klient/waluta (przerwy klienta w 400, kolejnosc
      *> kluczy RewaluacjaSald w 600); wynik w IDX-POZ.
        MOVE "N" TO WS-MIEJSCE-ZNALEZIONE.

        PERFORM VARYING IDX-POZ FROM 1 BY 1
                UNTIL IDX-POZ > ILOSC-POZYCJI
                OR WS-MIEJSCE-ZNALEZIONE = "T"
                IF PZ-KLIENT(IDX-POZ) > WS-KLIENT-SZUKANY
                   OR (PZ-KLIENT(IDX-POZ) = WS-KLIENT-SZUKANY
                       AND PZ-WALUTA(IDX-POZ) > WS-WALUTA-SZUKANA)
                        MOVE "T" TO WS-MIEJSCE-ZNALEZIONE
                END-IF
        END-PERFORM.

        IF WS-MIEJSCE-ZNALEZIONE = "T"
                COMPUTE IDX-POZ = IDX-POZ - 1
        END-IF.

        PERFORM VARYING IDX-PRZESUNIECIA FROM ILOSC-POZYCJI BY -1
                UNTIL IDX-PRZESUNIECIA < IDX-POZ
                MOVE WIERSZ-POZ(IDX-PRZESUNIECIA)
                        TO WIERSZ-POZ(IDX-PRZESUNIECIA + 1)
        END-PERFORM.

        COMPUTE ILOSC-POZYCJI = ILOSC-POZYCJI + 1.
        MOVE WS-KLIENT-SZUKANY TO PZ-KLIENT(IDX-POZ).
        MOVE WS-WALUTA-SZUKANA TO PZ-WALUTA(IDX-POZ).

300-PRZELICZ-POZYCJE.

      *> Wycena kazdej pozycji po kursie zamkniecia i roznica wzgledem
      *> bazy. Konta obu stron ustalane od razu - brak mapowania
      *> zatrzymuje program, zanim powstanie raport czy zapis.
        PERFORM VARYING IDX-POZ FROM 1 BY 1 UNTIL IDX-POZ > ILOSC-POZYCJI
                MOVE PZ-WALUTA(IDX-POZ) TO KURS-SZUK-WALUTA
                MOVE DATA-DO            TO KURS-SZUK-DATA
                PERFORM 350-ZNAJDZ-KURS-WALUTY
                IF WS-KURS-ZNALEZIONY NOT = "T"
                        MOVE "B" TO PZ-STAN(IDX-POZ)
                        COMPUTE LICZBA-BEZ-KURSU-ZAMKNIECIA =
                                LICZBA-BEZ-KURSU-ZAMKNIECIA + 1
                ELSE
                        MOVE "R" TO PZ-STAN(IDX-POZ)
                        MOVE WS-KURS-BIEZACY TO PZ-KURS(IDX-POZ)
                        PERFORM 310-WYCEN-POZYCJE
                        COMPUTE LICZBA-PRZEWALUTOWANYCH =
                                LICZBA-PRZEWALUTOWANYCH + 1
                END-IF
        END-PERFORM.

310-WYCEN-POZYCJE.

        COMPUTE PZ-PLN(IDX-POZ) ROUNDED =
                PZ-SALDO(IDX-POZ) * PZ-KURS(IDX-POZ).
        COMPUTE PZ-NIEWYJASNIONY(IDX-POZ) =
                PZ-SALDO(IDX-POZ) - PZ-POP-SALDO(IDX-POZ)
                - PZ-RUCH(IDX-POZ).
        COMPUTE PZ-BAZA-PLN(IDX-POZ) ROUNDED =
                PZ-POP-PLN(IDX-POZ) + PZ-RUCH-PLN(IDX-POZ)
                + PZ-NIEWYJASNIONY(IDX-POZ) * PZ-KURS(IDX-POZ).
        COMPUTE PZ-ROZNICA(IDX-POZ) =
                PZ-PLN(IDX-POZ) - PZ-BAZA-PLN(IDX-POZ).

        MOVE SPACES TO PZ-KONTO-WN(IDX-POZ).
        MOVE SPACES TO PZ-KONTO-MA(IDX-POZ).
        MOVE PZ-WALUTA(IDX-POZ) TO WS-WALUTA-SZUKANA.

        IF PZ-ROZNICA(IDX-POZ) > 0
                MOVE "P" TO WS-STRONA-SZUKANA
                PERFORM 320-ZNAJDZ-KONTO
                MOVE WS-KONTO-BIEZACE TO PZ-KONTO-WN(IDX-POZ)
                MOVE "Z" TO WS-STRONA-SZUKANA
                PERFORM 320-ZNAJDZ-KONTO
                MOVE WS-KONTO-BIEZACE TO PZ-KONTO-MA(IDX-POZ)
                COMPUTE SUMA-ZYSKOW = SUMA-ZYSKOW + PZ-ROZNICA(IDX-POZ)
        END-IF.

        IF PZ-ROZNICA(IDX-POZ) < 0
                MOVE "S" TO WS-STRONA-SZUKANA
                PERFORM 320-ZNAJDZ-KONTO
                MOVE WS-KONTO-BIEZACE TO PZ-KONTO-WN(IDX-POZ)
                MOVE "P" TO WS-STRONA-SZUKANA
                PERFORM 320-ZNAJDZ-KONTO
                MOVE WS-KONTO-BIEZACE TO PZ-KONTO-MA(IDX-POZ)
                COMPUTE SUMA-STRAT = SUMA-STRAT - PZ-ROZNICA(IDX-POZ)
        END-IF.

320-ZNAJDZ-KONTO.

      *> Jak 215-ZNAJDZ-KONTO w KSIEGGL: brak mapowania to dziura
      *> w planie kont i konczy program awaryjnie z pelnym kluczem.
        MOVE "N" TO WS-KONTO-ZNALEZIONE.
        MOVE SPACES TO WS-KONTO-BIEZACE.

        PERFORM VARYING IDX-MAP FROM 1 BY 1
                UNTIL IDX-MAP > ILOSC-MAPOWAN
                OR WS-KONTO-ZNALEZIONE = "T"
                IF MAPA-KRAJ(IDX-MAP) IS EQUAL TO "FX"
                   AND MAPA-WALUTA(IDX-MAP) IS EQUAL TO WS-WALUTA-SZUKANA
                   AND MAPA-STRONA(IDX-MAP) IS EQUAL TO WS-STRONA-SZUKANA
                        MOVE MAPA-KONTO(IDX-MAP) TO WS-KONTO-BIEZACE
                        MOVE "T" TO WS-KONTO-ZNALEZIONE
                END-IF
        END-PERFORM.

        IF WS-KONTO-ZNALEZIONE NOT = "T"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "Brak konta dla FX/" WS-WALUTA-SZUKANA "/"
                        WS-STRONA-SZUKANA " w MapowanieKont"
                        DELIMITED BY SIZE INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

350-ZNAJDZ-KURS-WALUTY.

      *> Jak 211-ZNAJDZ-KURS-WALUTY w DKTS: najpozniejszy kurs waluty
      *> z data obowiazywania nie pozniejsza niz szukana data.
        MOVE "N" TO WS-KURS-ZNALEZIONY.
        MOVE 1 TO WS-KURS-BIEZACY.
        MOVE 0 TO KURS-DATA-NAJLEPSZA.

        IF KURS-SZUK-WALUTA IS EQUAL TO "PLN"
                MOVE "T" TO WS-KURS-ZNALEZIONY
        ELSE
                PERFORM VARYING K FROM 1 BY 1 UNTIL K > ILOSC-KURSOW
                        IF WALUTA-KURS(K) IS EQUAL TO KURS-SZUK-WALUTA
                           AND DATA-KURS(K) NOT > KURS-SZUK-DATA
                                IF WS-KURS-ZNALEZIONY NOT = "T"
                                   OR DATA-KURS(K) NOT < KURS-DATA-NAJLEPSZA
                                        MOVE WARTOSC-KURS(K)
                                                TO WS-KURS-BIEZACY
                                        MOVE DATA-KURS(K)
                                                TO KURS-DATA-NAJLEPSZA
                                        MOVE "T" TO WS-KURS-ZNALEZIONY
                                END-IF
                        END-IF
                END-PERFORM
        END-IF.

        IF WS-KURS-ZNALEZIONY NOT = "T"
                MOVE 0 TO WS-KURS-BIEZACY
        END-IF.

400-DRUKUJ-RAPORT.

        OPEN OUTPUT RAPORTFILE.

        IF RAP-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RaportRewaluacji: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        RAP-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "T" TO WS-RAPORT-OTWARTY.

        MOVE SPACES TO RAPORT-LINE.
        STRING "RAPORT REWALUACJI SALD WALUTOWYCH NA DZIEN " DATA-DO
                "  (POPRZEDNIA REWALUACJA: " DATA-OSTATNIEJ-REWALUACJI
                ")  DATA WYDRUKU: " DATA-URUCHOMIENIA
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "KLIENT            WALUTA                 SALDO     KURS"
                "        WYCENA PLN          BAZA PLN"
                "       ROZNICA PLN UWAGI"
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

        MOVE SPACES TO WS-KLIENT-POPRZEDNI.
        MOVE 0 TO SUMA-KLIENTA.

        PERFORM VARYING IDX-POZ FROM 1 BY 1 UNTIL IDX-POZ > ILOSC-POZYCJI
                IF PZ-KLIENT(IDX-POZ) NOT = WS-KLIENT-POPRZEDNI
                        PERFORM 420-SUMA-KLIENTA
                        MOVE PZ-KLIENT(IDX-POZ) TO WS-KLIENT-POPRZEDNI
                END-IF
                PERFORM 410-LINIA-POZYCJI
        END-PERFORM.

        PERFORM 420-SUMA-KLIENTA.

        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        MOVE SUMA-ZYSKOW TO KWOTA-SUMA-EDYCJA.
        STRING "NIEZREALIZOWANE ZYSKI KURSOWE PLN:  " KWOTA-SUMA-EDYCJA
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        MOVE SUMA-STRAT TO KWOTA-SUMA-EDYCJA.
        STRING "NIEZREALIZOWANE STRATY KURSOWE PLN: " KWOTA-SUMA-EDYCJA
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "POZYCJE PRZEWALUTOWANE=" LICZBA-PRZEWALUTOWANYCH
                " BEZ KURSU ZAMKNIECIA=" LICZBA-BEZ-KURSU-ZAMKNIECIA
                " TRANSAKCJE W RUCHU=" LICZBA-TRANSAKCJI-UJETYCH
                " BEZ KURSU DNIA=" LICZBA-TRANSAKCJI-BEZ-KURSU
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

410-LINIA-POZYCJI.

        MOVE SPACES TO LINIA-REWALUACJI.
        MOVE PZ-KLIENT(IDX-POZ) TO LW-KLIENT.
        MOVE PZ-WALUTA(IDX-POZ) TO LW-WALUTA.
        MOVE PZ-SALDO(IDX-POZ)  TO LW-SALDO.

        IF PZ-STAN(IDX-POZ) = "B"
                MOVE "BRAK KURSU - POMINIETA" TO LW-UWAGA
        ELSE
                MOVE PZ-KURS(IDX-POZ)     TO LW-KURS
                MOVE PZ-PLN(IDX-POZ)      TO LW-PLN
                MOVE PZ-BAZA-PLN(IDX-POZ) TO LW-BAZA
                MOVE PZ-ROZNICA(IDX-POZ)  TO LW-ROZNICA
                COMPUTE SUMA-KLIENTA = SUMA-KLIENTA + PZ-ROZNICA(IDX-POZ)
                EVALUATE TRUE
                        WHEN PZ-W-SALDACH(IDX-POZ) NOT = "T"
                                MOVE "SALDO USUNIETE" TO LW-UWAGA
                        WHEN PZ-POP-DATA(IDX-POZ) = 0
                                MOVE "PIERWSZA WYCENA" TO LW-UWAGA
                        WHEN PZ-NIEWYJASNIONY(IDX-POZ) NOT = 0
                                MOVE "RUCH NIEWYJASNIONY" TO LW-UWAGA
                END-EVALUATE
        END-IF.

        MOVE LINIA-REWALUACJI TO RAPORT-LINE.
        WRITE RAPORT-LINE.

      *> Ruch salda bez pokrycia w transakcjach - wyceniony po kursie
      *> zamkniecia; kwota w walucie dla wyjasnienia przez ksiegowosc.
        IF PZ-STAN(IDX-POZ) = "R" AND PZ-POP-DATA(IDX-POZ) NOT = 0
           AND PZ-NIEWYJASNIONY(IDX-POZ) NOT = 0
                MOVE PZ-NIEWYJASNIONY(IDX-POZ) TO KWOTA-ZNAK-EDYCJA
                MOVE SPACES TO RAPORT-LINE
                STRING "    RUCH SALDA BEZ TRANSAKCJI W OKRESIE: "
                        KWOTA-ZNAK-EDYCJA " " PZ-WALUTA(IDX-POZ)
                        " - WYCENA PO KURSIE ZAMKNIECIA"
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
        END-IF.

420-SUMA-KLIENTA.

        IF WS-KLIENT-POPRZEDNI NOT = SPACES
                MOVE SUMA-KLIENTA TO KWOTA-ZNAK-EDYCJA
                MOVE SPACES TO RAPORT-LINE
                STRING "    RAZEM KLIENT " WS-KLIENT-POPRZEDNI
                        " ROZNICA PLN: " KWOTA-ZNAK-EDYCJA
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
        END-IF.
        MOVE 0 TO SUMA-KLIENTA.

450-ZAPISZ-KSIEGOWANIA.

      *> Para Wn/Ma na kazda roznice rozna od zera, data ksiegowania =
      *> dzien rewaluacji. Sumy obu stron kontrolowane na koncu.
        OPEN OUTPUT KSIEGOWANIAFILE.

        IF KSG-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "PlikKsiegowanRewaluacji: nie mozna otworzyc "
                        DELIMITED BY SIZE
                        "pliku (status " DELIMITED BY SIZE
                        KSG-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        PERFORM VARYING IDX-POZ FROM 1 BY 1 UNTIL IDX-POZ > ILOSC-POZYCJI
                IF PZ-STAN(IDX-POZ) = "R" AND PZ-ROZNICA(IDX-POZ) NOT = 0
                        IF PZ-ROZNICA(IDX-POZ) > 0
                                MOVE PZ-ROZNICA(IDX-POZ) TO WS-KWOTA-ZAPISU
                        ELSE
                                COMPUTE WS-KWOTA-ZAPISU =
                                        0 - PZ-ROZNICA(IDX-POZ)
                        END-IF
                        MOVE "D" TO WS-STRONA-SZUKANA
                        MOVE PZ-KONTO-WN(IDX-POZ) TO WS-KONTO-BIEZACE
                        PERFORM 455-ZAPISZ-KSIEGOWANIE
                        COMPUTE SUMA-WN = SUMA-WN + WS-KWOTA-ZAPISU
                        MOVE "K" TO WS-STRONA-SZUKANA
                        MOVE PZ-KONTO-MA(IDX-POZ) TO WS-KONTO-BIEZACE
                        PERFORM 455-ZAPISZ-KSIEGOWANIE
                        COMPUTE SUMA-MA = SUMA-MA + WS-KWOTA-ZAPISU
                END-IF
        END-PERFORM.

        CLOSE KSIEGOWANIAFILE.

        IF SUMA-WN NOT = SUMA-MA
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "PlikKsiegowanRewaluacji: Wn <> Ma - zapisy "
                        "niezbalansowane"
                        DELIMITED BY SIZE INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

455-ZAPISZ-KSIEGOWANIE.

        MOVE SPACES TO KSIEGOWANIE-RECORD.
        MOVE DATA-DO             TO KS-DATA.
        MOVE "FX"                TO KS-KRAJ.
        MOVE WS-KONTO-BIEZACE    TO KS-KONTO.
        MOVE WS-STRONA-SZUKANA   TO KS-STRONA.
        MOVE WS-KWOTA-ZAPISU     TO KS-KWOTA.
        MOVE "PLN"               TO KS-WALUTA.
        MOVE PZ-KLIENT(IDX-POZ)  TO KS-KLIENT.
        MOVE PZ-ROZNICA(IDX-POZ) TO KWOTA-ZNAK-EDYCJA.
        MOVE KWOTA-ZNAK-EDYCJA   TO KS-PLN.
        WRITE KSIEGOWANIE-RECORD.
        COMPUTE LICZBA-ZAPISOW = LICZBA-ZAPISOW + 1.

500-ZAPISZ-REJESTR-START.

        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "REWALUT" TO REJ-PROGRAM.
        MOVE DATA-URUCHOMIENIA TO REJ-DATA.
        MOVE CZAS-URUCHOMIENIA TO REJ-CZAS.
        MOVE "START" TO REJ-STATUS-WPISU.
        MOVE 0 TO REJ-LICZBA-WE.
        MOVE 0 TO REJ-LICZBA-WY.
        WRITE REJESTR-RECORD.
        CLOSE REJESTRFILE.

510-ZAPISZ-REJESTR-KONIEC.

      *> Liczniki wpisu KONIEC: pozycje walutowe z SaldaKlientow
      *> i zapisy ksiegowe wystawione.
        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "REWALUT" TO REJ-PROGRAM.
        MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO REJ-CZAS.
        MOVE "KONIEC" TO REJ-STATUS-WPISU.
        MOVE LICZBA-SALD-WCZYTANYCH TO REJ-LICZBA-WE.
        MOVE LICZBA-ZAPISOW TO REJ-LICZBA-WY.
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

600-PRZEPISZ-REWALUACJE.

      *> Nowy stan wycen: pozycja przewalutowana z nowa wycena (saldo
      *> usuniete z mastera i wycenione do zera wypada), pozycja bez
      *> kursu zamkniecia zachowuje poprzedni stan, jesli go miala.
        OPEN OUTPUT REWALUACJAFILE.

        IF RWS-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RewaluacjaSald: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        RWS-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        PERFORM VARYING IDX-POZ FROM 1 BY 1 UNTIL IDX-POZ > ILOSC-POZYCJI
                MOVE SPACES TO REWALUACJA-RECORD
                MOVE PZ-KLIENT(IDX-POZ) TO RWS-KLIENT
                MOVE PZ-WALUTA(IDX-POZ) TO RWS-WALUTA
                IF PZ-STAN(IDX-POZ) = "R"
                        IF PZ-W-SALDACH(IDX-POZ) = "T"
                                MOVE DATA-DO           TO RWS-DATA
                                MOVE PZ-SALDO(IDX-POZ) TO RWS-SALDO
                                MOVE PZ-KURS(IDX-POZ)  TO RWS-KURS
                                MOVE PZ-PLN(IDX-POZ)   TO RWS-PLN
                                WRITE REWALUACJA-RECORD
                        END-IF
                ELSE
                        IF PZ-POP-DATA(IDX-POZ) NOT = 0
                                MOVE PZ-POP-DATA(IDX-POZ)  TO RWS-DATA
                                MOVE PZ-POP-SALDO(IDX-POZ) TO RWS-SALDO
                                MOVE PZ-POP-KURS(IDX-POZ)  TO RWS-KURS
                                MOVE PZ-POP-PLN(IDX-POZ)   TO RWS-PLN
                                WRITE REWALUACJA-RECORD
                        END-IF
                END-IF
        END-PERFORM.

        CLOSE REWALUACJAFILE.

700-DRUKUJ-PODSUMOWANIE.

        DISPLAY "*** Podsumowanie rewaluacji na dzien " DATA-DO " ***".
        DISPLAY "Pozycje walutowe w SaldaKlientow:  " LICZBA-SALD-WCZYTANYCH.
        DISPLAY "Pozycje z poprzedniej rewaluacji:  "
                LICZBA-POZYCJI-POPRZEDNICH.
        DISPLAY "Pozycje przewalutowane:            "
                LICZBA-PRZEWALUTOWANYCH.
        DISPLAY "Pozycje bez kursu zamkniecia:      "
                LICZBA-BEZ-KURSU-ZAMKNIECIA.
        DISPLAY "Transakcje w ruchu okresu:         "
                LICZBA-TRANSAKCJI-UJETYCH.
        DISPLAY "Transakcje bez kursu dnia:         "
                LICZBA-TRANSAKCJI-BEZ-KURSU.
        DISPLAY "Transakcje kodow wycofanych:       "
                LICZBA-TRANSAKCJI-ODSYLACZ.
        DISPLAY "Transakcje po DO (cofniete):       "
                LICZBA-TRANSAKCJI-PO-DO.
        DISPLAY "Zapisy ksiegowe wystawione:        " LICZBA-ZAPISOW.
        DISPLAY "Suma Wn / Ma:                      " SUMA-WN " / " SUMA-MA.

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
        MOVE 16 TO RETURN-CODE.
        STOP RUN.
