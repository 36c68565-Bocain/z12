      *> LADKURS - ladowanie dziennego pliku kursow z banku
      *> (KursyBankowe) do KursyWalut. Kazdy kurs z pliku banku jest
      *> sprawdzany wzgledem ostatniego kursu tej waluty (z KursyWalut
      *> i z wierszy juz przyjetych w tym przebiegu):
      *>   - data nie moze powtarzac ostatniej ani byc od niej wczesniejsza,
      *>   - zmiana kursu nie moze przekroczyc tolerancji procentowej
      *>     waluty (TolerancjeKursow, domyslnie token PARM "TOL=nn",
      *>     5%),
      *>   - przerwa miedzy datami dluzsza niz "LUKA=n" dni (domyslnie
      *>     3 - weekend) jest tylko ostrzezeniem.
      *> Odrzucone wiersze nie trafiaja do KursyWalut. Na koniec kazda
      *> waluta obecna w TransakcjeKlientow lub SaldaKlientow bez kursu
      *> na dzien biezacy ("DATA=RRRRMMDD", domyslnie najpozniejsza
      *> data z pliku banku) jest zglaszana jako brak lub kurs
      *> nieaktualny. Wynik: RaportWyjatkowKursow oraz wpisy
      *> START/KONIEC w RejestrPrzebiegow - DKTS wymaga wpisu KONIEC
      *> LADKURS z przyjetymi kursami nowszego niz swoj ostatni KONIEC.
      *> KursyWalut tylko rosnie, a DKTS, REWALUT, RAPHIST i NIETYPTR
      *> trzymaja go w tablicy MAX-KURSY-WALUT wierszy i koncza sie
      *> awaryjnie po jej przekroczeniu - dlatego ladowanie, po ktorym
      *> plik moglby przekroczyc ten limit, jest odrzucane przed
      *> wpisem START (stare wiersze trzeba najpierw zarchiwizowac).
IDENTIFICATION DIVISION.
PROGRAM-ID. LADKURS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT KURSYBANKFILE ASSIGN TO "KursyBankowe"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KBF-STATUS.

        SELECT TOLERANCJEFILE ASSIGN TO "TolerancjeKursow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TOL-STATUS.

        SELECT KURSYWALUTFILE ASSIGN TO "KursyWalut"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KWF-STATUS.

        SELECT TRANSAKCJEKLIENTOWFILE ASSIGN TO "TransakcjeKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TKF-STATUS.

        SELECT SALDAFILE ASSIGN TO "SaldaKlientow"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SALDO-KLUCZ
                FILE STATUS IS SAL-STATUS.

        SELECT RAPORTFILE ASSIGN TO "RaportWyjatkowKursow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RAP-STATUS.

        SELECT REJESTRFILE ASSIGN TO "RejestrPrzebiegow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJ-STATUS.

DATA DIVISION.

FILE SECTION.

      *> Dzienny plik kursow z banku: data obowiazywania, waluta,
      *> kurs PLN za jednostke waluty (4 miejsca po przecinku, jak
      *> KURS-WARTOSC).
FD KURSYBANKFILE.
01 KURS-BANKU-RECORD.
        05 KB-DATA                  PIC X(8).
        05 KB-DATA-NUM REDEFINES KB-DATA PIC 9(8).
        05 FILLER                   PIC X(1).
        05 KB-WALUTA                PIC X(17).
        05 FILLER                   PIC X(1).
        05 KB-KURS                  PIC X(7).
        05 KB-KURS-NUM REDEFINES KB-KURS PIC 9(3)V9(4).

      *> Tolerancja dziennej zmiany kursu per waluta, w procentach
      *> z dwoma miejscami po przecinku (np. 0250 = 2,50%).
FD TOLERANCJEFILE.
01 TOLERANCJA-RECORD.
        05 TOL-WALUTA               PIC X(17).
        05 FILLER                   PIC X(1).
        05 TOL-PROCENT              PIC X(4).
        05 TOL-PROCENT-NUM REDEFINES TOL-PROCENT PIC 9(2)V99.

      *> Uklad jak w DKTS (207/211).
FD KURSYWALUTFILE.
01 KURS-RECORD.
        05 KURS-WALUTA              PIC A(17).
        05 KURS-WARTOSC             PIC 9(3)V9(4).
        05 KURS-DATA                PIC X(8).

FD TRANSAKCJEKLIENTOWFILE.
01 TRANSAKCJE-RECORD.
        05 KOD-KRAJU                PIC X(16).
        05 KOD-KLIENTA-TK           PIC X(16).
        05 WALUTA-TRANSAKCJI        PIC X(17).
        05 FILLER                   PIC X(60).

FD SALDAFILE.
01 SALDO-RECORD.
        05 SALDO-KLUCZ.
                10 SALDO-KLIENT     PIC X(17).
                10 SALDO-WALUTA     PIC X(17).
        05 SALDO-WARTOSC            PIC S9(13)V99.

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

77 KBF-STATUS           PIC X(2) VALUE "00".
77 TOL-STATUS           PIC X(2) VALUE "00".
77 KWF-STATUS           PIC X(2) VALUE "00".
77 TKF-STATUS           PIC X(2) VALUE "00".
77 SAL-STATUS           PIC X(2) VALUE "00".
77 RAP-STATUS           PIC X(2) VALUE "00".
77 REJ-STATUS           PIC X(2) VALUE "00".

77 EOF-SWITCH-PLIK      PIC X VALUE "N".

77 WS-PARM              PIC X(200) VALUE SPACES.
77 WS-PARM-LEN          PIC 9(4) VALUE 0.
77 WS-PARM-WSK          PIC 9(4) VALUE 1.
77 WS-TOKEN             PIC X(20) VALUE SPACES.
77 WS-DATA-TMP          PIC X(8) VALUE SPACES.
77 WS-LICZBA-TMP        PIC X(2) VALUE SPACES.

77 DATA-URUCHOMIENIA    PIC X(8) VALUE SPACES.
77 CZAS-URUCHOMIENIA    PIC X(6) VALUE SPACES.
77 DATA-BIEZACA         PIC 9(8) VALUE 0.
77 WS-DATA-PODANA       PIC X VALUE "N".
77 DATA-NAJPOZNIEJSZA-BANKU PIC 9(8) VALUE 0.

      *> Tolerancja domyslna (waluta bez wiersza w TolerancjeKursow)
      *> i prog ostrzezenia o przerwie w datach.
77 TOLERANCJA-DOMYSLNA  PIC 9(2)V99 VALUE 5.
77 LUKA-DNI             PIC 9(2) VALUE 3.

      *> Pojemnosc tablicy kursow programow czytajacych KursyWalut.
78 MAX-KURSY-WALUT         VALUE 9000.
77 WS-WIERSZE-KURSOW    PIC 9(6) VALUE 0.
77 WS-WIERSZE-BANKU     PIC 9(6) VALUE 0.

      *> Stan kazdej waluty: ostatnia data i kurs (z KursyWalut, potem
      *> z wierszy przyjetych w tym przebiegu), tolerancja, znacznik
      *> uzycia w transakcjach/saldach.
78 MAX-WALUTY              VALUE 200.
01 TABLICA-WALUT.
        02 WIERSZ-WAL    OCCURS MAX-WALUTY TIMES.
                03 WAL-WALUTA           PIC X(17).
                03 WAL-OSTATNIA-DATA    PIC 9(8).
                03 WAL-OSTATNI-KURS     PIC 9(3)V9(4).
                03 WAL-MA-KURS          PIC X(1).
                03 WAL-TOLERANCJA       PIC 9(2)V99.
                03 WAL-MA-TOLERANCJE    PIC X(1).
                03 WAL-UZYWANA          PIC X(1).
77 ILOSC-WALUT          PIC 9(4) VALUE 0.
77 IDX-WAL              PIC 9(4) VALUE 0.
77 WS-WAL-ZNALEZIONA    PIC X VALUE "N".
77 WS-WALUTA-SZUKANA    PIC X(17) VALUE SPACES.

      *> Kursy przyjete w tym przebiegu - dopisywane do KursyWalut
      *> dopiero po przejrzeniu calego pliku banku.
78 MAX-PRZYJETE            VALUE 2000.
01 TABLICA-PRZYJETYCH.
        02 WIERSZ-PRZ    OCCURS MAX-PRZYJETE TIMES.
                03 PRZ-WALUTA           PIC X(17).
                03 PRZ-KURS             PIC 9(3)V9(4).
                03 PRZ-DATA             PIC 9(8).
77 ILOSC-PRZYJETYCH     PIC 9(4) VALUE 0.
77 IDX-PRZ              PIC 9(4) VALUE 0.

77 WS-POWOD             PIC X(40) VALUE SPACES.
77 WS-ZMIANA-PROC       PIC 9(5)V99 VALUE 0.
77 WS-TOLERANCJA        PIC 9(2)V99 VALUE 0.
77 WS-PRZERWA-DNI       PIC S9(7) VALUE 0.

77 LICZBA-WIERSZY-BANKU PIC 9(6) VALUE 0.
77 LICZBA-ODRZUCONYCH   PIC 9(6) VALUE 0.
77 LICZBA-OSTRZEZEN     PIC 9(6) VALUE 0.
77 LICZBA-BRAKOW        PIC 9(6) VALUE 0.

77 WS-ABEND-KOMUNIKAT   PIC X(60) VALUE SPACES.
77 WS-RAPORT-OTWARTY    PIC X VALUE "N".
77 KURS-EDYCJA          PIC ZZ9.9999.
77 KURS-POPRZEDNI-EDYCJA PIC ZZ9.9999.
77 PROCENT-EDYCJA       PIC ZZZZ9.99.
77 TOLERANCJA-EDYCJA    PIC Z9.99.
77 PRZERWA-EDYCJA       PIC ZZZ9.


PROCEDURE DIVISION.

000-MAIN.

        MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-URUCHOMIENIA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO CZAS-URUCHOMIENIA.

        PERFORM 100-PARSUJ-PARAMETRY.
        PERFORM 110-SPRAWDZ-POJEMNOSC-KURSOW.
        PERFORM 500-ZAPISZ-REJESTR-START.
        PERFORM 120-OTWORZ-RAPORT.
        PERFORM 130-WCZYTAJ-KURSY-WALUT.
        PERFORM 140-WCZYTAJ-TOLERANCJE.

        PERFORM 200-SPRAWDZ-KURSY-BANKU.
        PERFORM 300-DOPISZ-KURSY-WALUT.

        PERFORM 400-OZNACZ-WALUTY-UZYWANE.
        PERFORM 420-SPRAWDZ-AKTUALNOSC.
        PERFORM 450-DRUKUJ-PODSUMOWANIE-RAPORTU.

        CLOSE RAPORTFILE.

        PERFORM 510-ZAPISZ-REJESTR-KONIEC.
        PERFORM 700-DRUKUJ-PODSUMOWANIE.

        STOP RUN.

100-PARSUJ-PARAMETRY.

      *> Tokeny: "DATA=RRRRMMDD" (dzien, na ktory kurs musi byc
      *> aktualny), "TOL=nn" (tolerancja domyslna w procentach),
      *> "LUKA=n" (prog ostrzezenia o przerwie w datach).
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
                WHEN "DAT"
                        MOVE WS-TOKEN(6:8) TO WS-DATA-TMP
                        IF WS-DATA-TMP IS NUMERIC
                                MOVE WS-DATA-TMP TO DATA-BIEZACA
                                MOVE "T" TO WS-DATA-PODANA
                        ELSE
                                DISPLAY "Niepoprawna data w parametrze "
                                        "DATA= [" WS-TOKEN "] - pominieto."
                        END-IF
                WHEN "TOL"
                        MOVE WS-TOKEN(5:2) TO WS-LICZBA-TMP
                        PERFORM 107-WYROWNAJ-LICZBE
                        IF WS-LICZBA-TMP IS NUMERIC
                                MOVE WS-LICZBA-TMP TO TOLERANCJA-DOMYSLNA
                        ELSE
                                DISPLAY "Niepoprawna tolerancja w "
                                        "parametrze [" WS-TOKEN
                                        "] - pominieto."
                        END-IF
                WHEN "LUK"
                        MOVE WS-TOKEN(6:2) TO WS-LICZBA-TMP
                        PERFORM 107-WYROWNAJ-LICZBE
                        IF WS-LICZBA-TMP IS NUMERIC
                                MOVE WS-LICZBA-TMP TO LUKA-DNI
                        ELSE
                                DISPLAY "Niepoprawny prog przerwy w "
                                        "parametrze [" WS-TOKEN
                                        "] - pominieto."
                        END-IF
                WHEN OTHER
                        DISPLAY "Nieznany parametr [" WS-TOKEN
                                "] - pominieto."
        END-EVALUATE.

107-WYROWNAJ-LICZBE.

      *> Jednocyfrowa wartosc ("TOL=7") dopelniana zerem z lewej.
        IF WS-LICZBA-TMP(2:1) = SPACE
                MOVE WS-LICZBA-TMP(1:1) TO WS-LICZBA-TMP(2:1)
                MOVE "0" TO WS-LICZBA-TMP(1:1)
        END-IF.

110-SPRAWDZ-POJEMNOSC-KURSOW.

      *> Gorne oszacowanie: kazdy wiersz banku przyjety. Bledy
      *> otwarcia plikow zglaszaja dalej 130 i 200.
        MOVE 0 TO WS-WIERSZE-KURSOW.
        MOVE 0 TO WS-WIERSZE-BANKU.

        OPEN INPUT KURSYWALUTFILE.
        IF KWF-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ KURSYWALUTFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        COMPUTE WS-WIERSZE-KURSOW =
                                                WS-WIERSZE-KURSOW + 1
                        END-READ
                END-PERFORM
                CLOSE KURSYWALUTFILE
        END-IF.

        OPEN INPUT KURSYBANKFILE.
        IF KBF-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ KURSYBANKFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        COMPUTE WS-WIERSZE-BANKU =
                                                WS-WIERSZE-BANKU + 1
                        END-READ
                END-PERFORM
                CLOSE KURSYBANKFILE
        END-IF.

        IF WS-WIERSZE-KURSOW + WS-WIERSZE-BANKU > MAX-KURSY-WALUT
                DISPLAY "**** BLAD KRYTYCZNY: KursyWalut ma "
                        WS-WIERSZE-KURSOW " wierszy, plik banku "
                        WS-WIERSZE-BANKU " - razem ponad "
                        MAX-KURSY-WALUT " ****"
                DISPLAY "    Programy czytajace KursyWalut nie "
                        "pomieszcza kursow. Zarchiwizuj stare wiersze "
                        "KursyWalut i uruchom LADKURS ponownie."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.

120-OTWORZ-RAPORT.

        OPEN OUTPUT RAPORTFILE.

        IF RAP-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RaportWyjatkowKursow: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        RAP-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "T" TO WS-RAPORT-OTWARTY.

        MOVE TOLERANCJA-DOMYSLNA TO TOLERANCJA-EDYCJA.
        MOVE SPACES TO RAPORT-LINE.
        STRING "RAPORT WYJATKOW LADOWANIA KURSOW - DATA: "
                DATA-URUCHOMIENIA
                "  TOLERANCJA DOMYSLNA: " TOLERANCJA-EDYCJA "%"
                "  PROG PRZERWY: " LUKA-DNI " DNI"
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.

130-WCZYTAJ-KURSY-WALUT.

      *> Ostatni kurs kazdej waluty - wiersz z najpozniejsza data
      *> (przy rownej dacie wygrywa pozniejszy wiersz, jak w 211 DKTS).
      *> Brak pliku = pierwsze ladowanie, kazda waluta jest nowa.
        OPEN INPUT KURSYWALUTFILE.

        IF KWF-STATUS = "35"
                DISPLAY "KursyWalut: brak pliku - pierwsze ladowanie."
        ELSE
                IF KWF-STATUS NOT = "00"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "KursyWalut: nie mozna otworzyc pliku "
                                DELIMITED BY SIZE
                                "(status " DELIMITED BY SIZE
                                KWF-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF

                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ KURSYWALUTFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        IF KURS-WALUTA NOT = SPACES
                                                PERFORM 135-NOTUJ-KURS
                                        END-IF
                        END-READ
                END-PERFORM
                CLOSE KURSYWALUTFILE
        END-IF.

135-NOTUJ-KURS.

        MOVE KURS-WALUTA TO WS-WALUTA-SZUKANA.
        PERFORM 150-ZNAJDZ-LUB-DODAJ-WALUTE.

        IF KURS-DATA IS NUMERIC
                MOVE KURS-DATA TO WS-DATA-TMP
        ELSE
                MOVE "00000000" TO WS-DATA-TMP
        END-IF.

        IF WAL-MA-KURS(IDX-WAL) NOT = "T"
           OR WS-DATA-TMP NOT < WAL-OSTATNIA-DATA(IDX-WAL)
                MOVE WS-DATA-TMP  TO WAL-OSTATNIA-DATA(IDX-WAL)
                MOVE KURS-WARTOSC TO WAL-OSTATNI-KURS(IDX-WAL)
                MOVE "T"          TO WAL-MA-KURS(IDX-WAL)
        END-IF.

140-WCZYTAJ-TOLERANCJE.

      *> Plik tolerancji jest opcjonalny - bez niego kazda waluta
      *> dostaje tolerancje domyslna.
        OPEN INPUT TOLERANCJEFILE.

        IF TOL-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ TOLERANCJEFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        IF TOL-WALUTA NOT = SPACES
                                           AND TOL-PROCENT IS NUMERIC
                                                MOVE TOL-WALUTA
                                                  TO WS-WALUTA-SZUKANA
                                                PERFORM
                                                  150-ZNAJDZ-LUB-DODAJ-WALUTE
                                                MOVE TOL-PROCENT-NUM
                                                  TO WAL-TOLERANCJA(IDX-WAL)
                                                MOVE "T"
                                                  TO WAL-MA-TOLERANCJE(IDX-WAL)
                                        ELSE
                                                DISPLAY "TolerancjeKursow: "
                                                  "bledny wiersz ["
                                                  TOLERANCJA-RECORD
                                                  "] - pominieto."
                                        END-IF
                        END-READ
                END-PERFORM
                CLOSE TOLERANCJEFILE
        ELSE
                DISPLAY "TolerancjeKursow niedostepne (status "
                        TOL-STATUS ") - tolerancja domyslna "
                        TOLERANCJA-DOMYSLNA "%."
        END-IF.

150-ZNAJDZ-LUB-DODAJ-WALUTE.

        MOVE "N" TO WS-WAL-ZNALEZIONA.

        PERFORM VARYING IDX-WAL FROM 1 BY 1
                UNTIL IDX-WAL > ILOSC-WALUT
                OR WS-WAL-ZNALEZIONA = "T"
                IF WAL-WALUTA(IDX-WAL) = WS-WALUTA-SZUKANA
                        MOVE "T" TO WS-WAL-ZNALEZIONA
                END-IF
        END-PERFORM.

        IF WS-WAL-ZNALEZIONA = "T"
                COMPUTE IDX-WAL = IDX-WAL - 1
        ELSE
                IF ILOSC-WALUT >= MAX-WALUTY
                        MOVE "TABLICA-WALUT capacity exceeded"
                                TO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-WALUT = ILOSC-WALUT + 1
                MOVE ILOSC-WALUT TO IDX-WAL
                MOVE WS-WALUTA-SZUKANA TO WAL-WALUTA(IDX-WAL)
                MOVE 0   TO WAL-OSTATNIA-DATA(IDX-WAL)
                MOVE 0   TO WAL-OSTATNI-KURS(IDX-WAL)
                MOVE "N" TO WAL-MA-KURS(IDX-WAL)
                MOVE 0   TO WAL-TOLERANCJA(IDX-WAL)
                MOVE "N" TO WAL-MA-TOLERANCJE(IDX-WAL)
                MOVE "N" TO WAL-UZYWANA(IDX-WAL)
        END-IF.

200-SPRAWDZ-KURSY-BANKU.

      *> Plik banku jest obowiazkowy - bez niego nie ma czego ladowac.
        OPEN INPUT KURSYBANKFILE.

        IF KBF-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "KursyBankowe: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        KBF-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE SPACES TO RAPORT-LINE.
        MOVE "-- KURSY ODRZUCONE I OSTRZEZENIA --" TO RAPORT-LINE.
        WRITE RAPORT-LINE.

        MOVE "N" TO EOF-SWITCH-PLIK.
        PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                READ KURSYBANKFILE
                        AT END MOVE "Y" TO EOF-SWITCH-PLIK
                        NOT AT END PERFORM 210-SPRAWDZ-WIERSZ-BANKU
                END-READ
        END-PERFORM.

        CLOSE KURSYBANKFILE.

210-SPRAWDZ-WIERSZ-BANKU.

        COMPUTE LICZBA-WIERSZY-BANKU = LICZBA-WIERSZY-BANKU + 1.
        MOVE SPACES TO WS-POWOD.

        IF KB-DATA IS NOT NUMERIC OR KB-KURS IS NOT NUMERIC
           OR KB-WALUTA = SPACES
                MOVE "BLEDNY FORMAT WIERSZA" TO WS-POWOD
                PERFORM 260-ODRZUC-WIERSZ
        ELSE
                IF KB-DATA-NUM > DATA-NAJPOZNIEJSZA-BANKU
                        MOVE KB-DATA-NUM TO DATA-NAJPOZNIEJSZA-BANKU
                END-IF
                IF KB-KURS-NUM = 0
                        MOVE "KURS ZEROWY" TO WS-POWOD
                        PERFORM 260-ODRZUC-WIERSZ
                ELSE
                        IF KB-WALUTA = "PLN"
                                MOVE "PLN PRZELICZANY 1:1 - BEZ KURSU"
                                        TO WS-POWOD
                                PERFORM 260-ODRZUC-WIERSZ
                        ELSE
                                MOVE KB-WALUTA TO WS-WALUTA-SZUKANA
                                PERFORM 150-ZNAJDZ-LUB-DODAJ-WALUTE
                                PERFORM 220-SPRAWDZ-WZGLEDEM-OSTATNIEGO
                        END-IF
                END-IF
        END-IF.

220-SPRAWDZ-WZGLEDEM-OSTATNIEGO.

        IF WAL-MA-KURS(IDX-WAL) = "T"
           AND KB-DATA-NUM = WAL-OSTATNIA-DATA(IDX-WAL)
                MOVE "DUPLIKAT DATY DLA WALUTY" TO WS-POWOD
                PERFORM 260-ODRZUC-WIERSZ
        END-IF.

        IF WS-POWOD = SPACES AND WAL-MA-KURS(IDX-WAL) = "T"
           AND KB-DATA-NUM < WAL-OSTATNIA-DATA(IDX-WAL)
                MOVE "DATA WCZESNIEJSZA NIZ OSTATNI KURS" TO WS-POWOD
                PERFORM 260-ODRZUC-WIERSZ
        END-IF.

        IF WS-POWOD = SPACES AND WAL-MA-KURS(IDX-WAL) = "T"
           AND WAL-OSTATNI-KURS(IDX-WAL) > 0
                IF WAL-MA-TOLERANCJE(IDX-WAL) = "T"
                        MOVE WAL-TOLERANCJA(IDX-WAL) TO WS-TOLERANCJA
                ELSE
                        MOVE TOLERANCJA-DOMYSLNA TO WS-TOLERANCJA
                END-IF
                IF KB-KURS-NUM > WAL-OSTATNI-KURS(IDX-WAL)
                        COMPUTE WS-ZMIANA-PROC ROUNDED =
                                (KB-KURS-NUM - WAL-OSTATNI-KURS(IDX-WAL))
                                * 100 / WAL-OSTATNI-KURS(IDX-WAL)
                ELSE
                        COMPUTE WS-ZMIANA-PROC ROUNDED =
                                (WAL-OSTATNI-KURS(IDX-WAL) - KB-KURS-NUM)
                                * 100 / WAL-OSTATNI-KURS(IDX-WAL)
                END-IF
                IF WS-ZMIANA-PROC > WS-TOLERANCJA
                        MOVE WS-ZMIANA-PROC TO PROCENT-EDYCJA
                        MOVE WS-TOLERANCJA TO TOLERANCJA-EDYCJA
                        STRING "ZMIANA " PROCENT-EDYCJA "% > TOLERANCJA "
                                TOLERANCJA-EDYCJA "%"
                                DELIMITED BY SIZE INTO WS-POWOD
                        PERFORM 260-ODRZUC-WIERSZ
                END-IF
        END-IF.

        IF WS-POWOD = SPACES
                PERFORM 230-PRZYJMIJ-KURS
        END-IF.

230-PRZYJMIJ-KURS.

      *> Ostrzezenia (nie blokuja): pierwsza data waluty oraz przerwa
      *> w datach wieksza niz prog LUKA.
        IF WAL-MA-KURS(IDX-WAL) NOT = "T"
                MOVE "NOWA WALUTA - BRAK KURSU POROWNAWCZEGO" TO WS-POWOD
                PERFORM 270-OSTRZEZ
        ELSE
                IF WAL-OSTATNIA-DATA(IDX-WAL) > 0
                        COMPUTE WS-PRZERWA-DNI =
                                FUNCTION INTEGER-OF-DATE(KB-DATA-NUM)
                                - FUNCTION INTEGER-OF-DATE
                                        (WAL-OSTATNIA-DATA(IDX-WAL))
                        IF WS-PRZERWA-DNI > LUKA-DNI
                                MOVE WS-PRZERWA-DNI TO PRZERWA-EDYCJA
                                STRING "PRZERWA " PRZERWA-EDYCJA
                                        " DNI OD OSTATNIEGO KURSU"
                                        DELIMITED BY SIZE INTO WS-POWOD
                                PERFORM 270-OSTRZEZ
                        END-IF
                END-IF
        END-IF.

        IF ILOSC-PRZYJETYCH >= MAX-PRZYJETE
                MOVE "TABLICA-PRZYJETYCH capacity exceeded"
                        TO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.

        COMPUTE ILOSC-PRZYJETYCH = ILOSC-PRZYJETYCH + 1.
        MOVE KB-WALUTA   TO PRZ-WALUTA(ILOSC-PRZYJETYCH).
        MOVE KB-KURS-NUM TO PRZ-KURS(ILOSC-PRZYJETYCH).
        MOVE KB-DATA-NUM TO PRZ-DATA(ILOSC-PRZYJETYCH).

        MOVE KB-DATA-NUM TO WAL-OSTATNIA-DATA(IDX-WAL).
        MOVE KB-KURS-NUM TO WAL-OSTATNI-KURS(IDX-WAL).
        MOVE "T"         TO WAL-MA-KURS(IDX-WAL).

260-ODRZUC-WIERSZ.

        COMPUTE LICZBA-ODRZUCONYCH = LICZBA-ODRZUCONYCH + 1.
        MOVE SPACES TO RAPORT-LINE.
        STRING "ODRZUCONY  [" KURS-BANKU-RECORD "] " WS-POWOD
                DELIMITED BY SIZE INTO RAPORT-LINE.
        PERFORM 265-DOPISZ-OSTATNI-KURS.
        WRITE RAPORT-LINE.

265-DOPISZ-OSTATNI-KURS.

      *> Przy odrzuceniu wzgledem poprzedniego kursu operator widzi
      *> kurs i date, z ktorymi porownano wiersz banku.
        IF WS-POWOD(1:5) = "ZMIAN" OR WS-POWOD(1:5) = "DUPLI"
           OR WS-POWOD(1:5) = "DATA "
                MOVE WAL-OSTATNI-KURS(IDX-WAL) TO KURS-POPRZEDNI-EDYCJA
                MOVE SPACES TO RAPORT-LINE(96:37)
                STRING " OSTATNI: " KURS-POPRZEDNI-EDYCJA " Z "
                        WAL-OSTATNIA-DATA(IDX-WAL)
                        DELIMITED BY SIZE INTO RAPORT-LINE(96:37)
        END-IF.

270-OSTRZEZ.

        COMPUTE LICZBA-OSTRZEZEN = LICZBA-OSTRZEZEN + 1.
        MOVE SPACES TO RAPORT-LINE.
        STRING "OSTRZEZENIE [" KURS-BANKU-RECORD "] " WS-POWOD
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO WS-POWOD.

300-DOPISZ-KURSY-WALUT.

      *> Przyjete kursy dopisywane w jednym kroku, po przejrzeniu
      *> calego pliku banku.
        IF ILOSC-PRZYJETYCH > 0
                OPEN EXTEND KURSYWALUTFILE
                IF KWF-STATUS = "35"
                        OPEN OUTPUT KURSYWALUTFILE
                END-IF
                IF KWF-STATUS NOT = "00"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "KursyWalut: nie mozna otworzyc pliku "
                                DELIMITED BY SIZE
                                "(status " DELIMITED BY SIZE
                                KWF-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF

                PERFORM VARYING IDX-PRZ FROM 1 BY 1
                        UNTIL IDX-PRZ > ILOSC-PRZYJETYCH
                        MOVE SPACES TO KURS-RECORD
                        MOVE PRZ-WALUTA(IDX-PRZ) TO KURS-WALUTA
                        MOVE PRZ-KURS(IDX-PRZ)   TO KURS-WARTOSC
                        MOVE PRZ-DATA(IDX-PRZ)   TO KURS-DATA
                        WRITE KURS-RECORD
                END-PERFORM

                CLOSE KURSYWALUTFILE
        END-IF.

400-OZNACZ-WALUTY-UZYWANE.

      *> Waluty biezacej partii i mastera sald - kazda z nich bedzie
      *> przeliczana przez DKTS tej nocy. Brak ktoregos pliku nie
      *> przerywa ladowania.
        OPEN INPUT TRANSAKCJEKLIENTOWFILE.
        IF TKF-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ TRANSAKCJEKLIENTOWFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        MOVE WALUTA-TRANSAKCJI
                                                TO WS-WALUTA-SZUKANA
                                        PERFORM 410-OZNACZ-WALUTE
                        END-READ
                END-PERFORM
                CLOSE TRANSAKCJEKLIENTOWFILE
        ELSE
                DISPLAY "TransakcjeKlientow niedostepne (status "
                        TKF-STATUS ") - pominieto."
        END-IF.

        OPEN INPUT SALDAFILE.
        IF SAL-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ SALDAFILE NEXT RECORD
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        MOVE SALDO-WALUTA
                                                TO WS-WALUTA-SZUKANA
                                        PERFORM 410-OZNACZ-WALUTE
                        END-READ
                END-PERFORM
                CLOSE SALDAFILE
        ELSE
                DISPLAY "SaldaKlientow niedostepne (status "
                        SAL-STATUS ") - pominieto."
        END-IF.

410-OZNACZ-WALUTE.

        IF WS-WALUTA-SZUKANA NOT = SPACES
           AND WS-WALUTA-SZUKANA NOT = "PLN"
                PERFORM 150-ZNAJDZ-LUB-DODAJ-WALUTE
                MOVE "T" TO WAL-UZYWANA(IDX-WAL)
        END-IF.

420-SPRAWDZ-AKTUALNOSC.

      *> Dzien, na ktory kurs musi byc aktualny: z PARM, inaczej
      *> najpozniejsza data w pliku banku, inaczej dzien przebiegu.
        IF WS-DATA-PODANA NOT = "T"
                IF DATA-NAJPOZNIEJSZA-BANKU > 0
                        MOVE DATA-NAJPOZNIEJSZA-BANKU TO DATA-BIEZACA
                ELSE
                        MOVE DATA-URUCHOMIENIA TO DATA-BIEZACA
                END-IF
        END-IF.

        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "-- WALUTY UZYWANE BEZ KURSU NA DZIEN " DATA-BIEZACA
                " --" DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

        PERFORM VARYING IDX-WAL FROM 1 BY 1 UNTIL IDX-WAL > ILOSC-WALUT
                IF WAL-UZYWANA(IDX-WAL) = "T"
                        IF WAL-MA-KURS(IDX-WAL) NOT = "T"
                                COMPUTE LICZBA-BRAKOW = LICZBA-BRAKOW + 1
                                MOVE SPACES TO RAPORT-LINE
                                STRING "BRAK KURSU  " WAL-WALUTA(IDX-WAL)
                                        " - WALUTA BEZ ZADNEGO KURSU"
                                        DELIMITED BY SIZE INTO RAPORT-LINE
                                WRITE RAPORT-LINE
                        ELSE
                                IF WAL-OSTATNIA-DATA(IDX-WAL) < DATA-BIEZACA
                                        COMPUTE LICZBA-BRAKOW =
                                                LICZBA-BRAKOW + 1
                                        MOVE WAL-OSTATNI-KURS(IDX-WAL)
                                                TO KURS-EDYCJA
                                        MOVE SPACES TO RAPORT-LINE
                                        STRING "NIEAKTUALNY "
                                                WAL-WALUTA(IDX-WAL)
                                                " - OSTATNI KURS "
                                                KURS-EDYCJA " Z DNIA "
                                                WAL-OSTATNIA-DATA(IDX-WAL)
                                                DELIMITED BY SIZE
                                                INTO RAPORT-LINE
                                        WRITE RAPORT-LINE
                                END-IF
                        END-IF
                END-IF
        END-PERFORM.

450-DRUKUJ-PODSUMOWANIE-RAPORTU.

        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "WIERSZE BANKU=" LICZBA-WIERSZY-BANKU
                " PRZYJETE=" ILOSC-PRZYJETYCH
                " ODRZUCONE=" LICZBA-ODRZUCONYCH
                " OSTRZEZENIA=" LICZBA-OSTRZEZEN
                " WALUTY BEZ AKTUALNEGO KURSU=" LICZBA-BRAKOW
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

500-ZAPISZ-REJESTR-START.

        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "LADKURS" TO REJ-PROGRAM.
        MOVE DATA-URUCHOMIENIA TO REJ-DATA.
        MOVE CZAS-URUCHOMIENIA TO REJ-CZAS.
        MOVE "START" TO REJ-STATUS-WPISU.
        MOVE 0 TO REJ-LICZBA-WE.
        MOVE 0 TO REJ-LICZBA-WY.
        WRITE REJESTR-RECORD.
        CLOSE REJESTRFILE.

510-ZAPISZ-REJESTR-KONIEC.

      *> Liczniki wpisu KONIEC: wiersze pliku banku i kursy przyjete.
      *> DKTS uznaje kursy za odswiezone tylko przy LICZBA-WY > 0.
        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "LADKURS" TO REJ-PROGRAM.
        MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO REJ-CZAS.
        MOVE "KONIEC" TO REJ-STATUS-WPISU.
        MOVE LICZBA-WIERSZY-BANKU TO REJ-LICZBA-WE.
        MOVE ILOSC-PRZYJETYCH TO REJ-LICZBA-WY.
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

        DISPLAY "*** Podsumowanie ladowania kursow ***".
        DISPLAY "Wiersze pliku banku:              " LICZBA-WIERSZY-BANKU.
        DISPLAY "Kursy przyjete do KursyWalut:     " ILOSC-PRZYJETYCH.
        DISPLAY "Kursy odrzucone:                  " LICZBA-ODRZUCONYCH.
        DISPLAY "Ostrzezenia:                      " LICZBA-OSTRZEZEN.
        DISPLAY "Waluty bez aktualnego kursu:      " LICZBA-BRAKOW.
        IF ILOSC-PRZYJETYCH = 0
                DISPLAY "UWAGA: zaden kurs nie zostal przyjety - DKTS "
                        "nie ruszy bez parametru WYMUS."
        END-IF.

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
