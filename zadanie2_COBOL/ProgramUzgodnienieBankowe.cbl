      *> UZGBANK - uzgodnienie dziennego wyciagu bankowego z
      *> transakcjami zaksiegowanymi. Wyciag WyciagBankowy jest
      *> dopasowywany do transakcji z TransakcjeKlientow (biezaca
      *> partia) i ze spoolu otwartego okresu TransakcjeOkresu:
      *>   1. po NR-REFERENCJI - zgodna referencja przy innej kwocie,
      *>      walucie albo stronie D/K to rozbieznosc do wyjasnienia,
      *>   2. po cechach: klient, waluta, strona, kwota i data
      *>      w tolerancji dni (token PARM "DNI=n", domyslnie 3),
      *>   3. storno i jego oryginal, ktorych bank nie widzial, znosza
      *>      sie wzajemnie.
      *> Pozycje nieuzgodnione obu stron przechodza do pliku
      *> UzgodnieniaOtwarte i wracaja w kolejnym przebiegu, az sie
      *> uzgodnia - z data pierwszego pojawienia i licznikiem
      *> przebiegow.
      *> Kazda referencja ksiegowa raz wzieta do uzgodnienia jest
      *> notowana w kluczowanym RejestrUzgodnien (status O = otwarta,
      *> U = uzgodniona), zeby spool nie podawal jej drugi raz.
      *> Wyciag z data nie pozniejsza niz ostatnio uzgodniony jest
      *> odrzucany na starcie (token "WYMUS" pomija te kontrole).
      *> Wynik: RaportUzgodnienBankowych, wpisy START/KONIEC
      *> w RejestrPrzebiegow.
IDENTIFICATION DIVISION.
PROGRAM-ID. UZGBANK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT WYCIAGBANKFILE ASSIGN TO "WyciagBankowy"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WBK-STATUS.

        SELECT TRANSAKCJEKLIENTOWFILE ASSIGN TO "TransakcjeKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TKF-STATUS.

        SELECT SPOOLFILE ASSIGN TO "TransakcjeOkresu"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SPL-STATUS.

        SELECT OTWARTEFILE ASSIGN TO "UzgodnieniaOtwarte"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS UOT-STATUS.

        SELECT REJUZGFILE ASSIGN TO "RejestrUzgodnien"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RU-REFERENCJA
                FILE STATUS IS RUZ-STATUS.

        SELECT REJESTRFILE ASSIGN TO "RejestrPrzebiegow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJ-STATUS.

        SELECT RAPORTFILE ASSIGN TO "RaportUzgodnienBankowych"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RAP-STATUS.

DATA DIVISION.

FILE SECTION.

      *> Dzienny wyciag z banku: data ksiegowania w banku, referencja
      *> przekazana przez oddzial w tytule przelewu (moze byc pusta),
      *> klient, waluta, strona D/K w rozumieniu TRANSAKCJE-RECORD,
      *> kwota w groszach jak WARTOSC-TRANSAKCJI, opis banku.
FD WYCIAGBANKFILE.
01 WYCIAG-BANK-RECORD.
        05 WB-DATA                  PIC X(8).
        05 WB-DATA-NUM REDEFINES WB-DATA PIC 9(8).
        05 FILLER                   PIC X(1).
        05 WB-REFERENCJA            PIC X(12).
        05 FILLER                   PIC X(1).
        05 WB-KLIENT                PIC X(16).
        05 FILLER                   PIC X(1).
        05 WB-WALUTA                PIC X(17).
        05 FILLER                   PIC X(1).
        05 WB-STRONA                PIC X(1).
        05 FILLER                   PIC X(1).
        05 WB-KWOTA                 PIC X(13).
        05 WB-KWOTA-NUM REDEFINES WB-KWOTA PIC 9(11)V99.
        05 FILLER                   PIC X(1).
        05 WB-OPIS                  PIC X(30).

      *> Pliki w ukladzie TRANSAKCJE-RECORD czytane sa jako obrazy -
      *> pola rozklada OBRAZ-TRANSAKCJI w WORKING-STORAGE.
FD TRANSAKCJEKLIENTOWFILE.
01 TRANSAKCJE-RECORD                PIC X(109).

FD SPOOLFILE.
01 SPOOL-RECORD                     PIC X(109).

      *> Pozycje otwarte przenoszone z przebiegu na przebieg. Pierwszy
      *> rekord ("N") niesie date ostatnio uzgodnionego wyciagu,
      *> kolejne to pozycje: "K" = zaksiegowana bez pokrycia na
      *> wyciagu, "B" = linia wyciagu bez ksiegowania. Obie w ukladzie
      *> TRANSAKCJE-RECORD (linia banku bez kraju), plus opis banku.
FD OTWARTEFILE.
01 OTWARTA-RECORD.
        05 UO-RODZAJ                PIC X(1).
        05 FILLER                   PIC X(1).
        05 UO-DATA-PIERWSZA         PIC X(8).
        05 FILLER                   PIC X(1).
        05 UO-WIEK                  PIC 9(3).
        05 FILLER                   PIC X(1).
        05 UO-POZYCJA               PIC X(109).
        05 FILLER                   PIC X(1).
        05 UO-OPIS                  PIC X(30).

      *> Referencje ksiegowe juz wziete do uzgodnienia.
FD REJUZGFILE.
01 REJ-UZGODNIEN-RECORD.
        05 RU-REFERENCJA            PIC X(12).
        05 RU-DATA                  PIC X(8).
        05 RU-STATUS                PIC X(1).

      *> Uklad jak w EDYTTK/KLMAINT/DKTS.
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

FD RAPORTFILE.
01 RAPORT-LINE                      PIC X(132).


WORKING-STORAGE SECTION.

77 WBK-STATUS           PIC X(2) VALUE "00".
77 TKF-STATUS           PIC X(2) VALUE "00".
77 SPL-STATUS           PIC X(2) VALUE "00".
77 UOT-STATUS           PIC X(2) VALUE "00".
77 RUZ-STATUS           PIC X(2) VALUE "00".
77 REJ-STATUS           PIC X(2) VALUE "00".
77 RAP-STATUS           PIC X(2) VALUE "00".

77 EOF-SWITCH-PLIK      PIC X VALUE "N".

77 WS-PARM              PIC X(200) VALUE SPACES.
77 WS-PARM-LEN          PIC 9(4) VALUE 0.
77 WS-PARM-WSK          PIC 9(4) VALUE 1.
77 WS-TOKEN             PIC X(20) VALUE SPACES.
77 WS-DNI-TMP           PIC X(2) VALUE SPACES.
77 TRYB-WYMUS           PIC X VALUE "N".

      *> Tolerancja dat dla dopasowania po cechach (dni kalendarzowe
      *> miedzy data transakcji a data ksiegowania w banku).
77 TOLERANCJA-DNI       PIC 9(2) VALUE 3.
77 WS-ROZNICA-DNI       PIC S9(7) VALUE 0.
77 WS-NAJLEPSZA-ROZNICA PIC S9(7) VALUE 0.

77 DATA-URUCHOMIENIA    PIC X(8) VALUE SPACES.
77 CZAS-URUCHOMIENIA    PIC X(6) VALUE SPACES.
77 DATA-WYCIAGU         PIC 9(8) VALUE 0.
77 DATA-OSTATNIEGO-WYCIAGU PIC 9(8) VALUE 0.

      *> Pozycje ksiegowe do uzgodnienia: przeniesione z poprzednich
      *> przebiegow i nowe z TransakcjeKlientow / spoolu. KS-STAN:
      *> spacja = otwarta, "U" = uzgodniona, "R" = rozbiezna (zgodna
      *> referencja, inne cechy - zostaje otwarta), "S" = storno
      *> zniesione z oryginalem. KS-PARA = indeks linii wyciagu.
78 MAX-POZYCJE             VALUE 5000.
01 TABLICA-KSIEGOWANE.
        02 WIERSZ-KS     OCCURS MAX-POZYCJE TIMES.
                03 KS-TRANSAKCJA.
                        04 KS-KRAJ          PIC X(16).
                        04 KS-KLIENT        PIC X(16).
                        04 KS-WALUTA        PIC X(17).
                        04 KS-FLAGA         PIC X(14).
                        04 KS-WARTOSC       PIC 9(11)V99.
                        04 KS-DATA          PIC 9(8).
                        04 KS-REFERENCJA    PIC X(12).
                        04 KS-STORNO        PIC X(1).
                        04 KS-REF-ORYG      PIC X(12).
                03 KS-DATA-PIERWSZA     PIC X(8).
                03 KS-WIEK              PIC 9(3).
                03 KS-NOWA              PIC X(1).
                03 KS-STAN              PIC X(1).
                03 KS-PARA              PIC 9(4).
77 ILOSC-KS             PIC 9(4) VALUE 0.
77 IDX-KS               PIC 9(4) VALUE 0.
77 IDX-KS2              PIC 9(4) VALUE 0.
77 IDX-KS3              PIC 9(4) VALUE 0.

      *> Linie wyciagu do uzgodnienia: przeniesione i dzisiejsze.
      *> BK-STAN jak KS-STAN; BK-SPOSOB: "R" = po referencji,
      *> "C" = po cechach.
01 TABLICA-BANKOWE.
        02 WIERSZ-BK     OCCURS MAX-POZYCJE TIMES.
                03 BK-TRANSAKCJA.
                        04 BK-KRAJ          PIC X(16).
                        04 BK-KLIENT        PIC X(16).
                        04 BK-WALUTA        PIC X(17).
                        04 BK-FLAGA         PIC X(14).
                        04 BK-WARTOSC       PIC 9(11)V99.
                        04 BK-DATA          PIC 9(8).
                        04 BK-REFERENCJA    PIC X(12).
                        04 BK-STORNO        PIC X(1).
                        04 BK-REF-ORYG      PIC X(12).
                03 BK-OPIS              PIC X(30).
                03 BK-DATA-PIERWSZA     PIC X(8).
                03 BK-WIEK              PIC 9(3).
                03 BK-STAN              PIC X(1).
                03 BK-SPOSOB            PIC X(1).
                03 BK-PARA              PIC 9(4).
77 ILOSC-BK             PIC 9(4) VALUE 0.
77 IDX-BK               PIC 9(4) VALUE 0.

      *> Biezacy rekord TransakcjeKlientow / spoolu.
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

77 WS-NAZWA-ZRODLA      PIC X(20) VALUE SPACES.
77 WS-ZNALEZIONY        PIC X VALUE "N".
77 WS-POWOD             PIC X(30) VALUE SPACES.
77 WS-SPOSOB-OPIS       PIC X(40) VALUE SPACES.

77 LICZBA-LINII-WYCIAGU PIC 9(6) VALUE 0.
77 LICZBA-BLEDNYCH-LINII PIC 9(6) VALUE 0.
77 LICZBA-PRZENIESIONYCH-KS PIC 9(6) VALUE 0.
77 LICZBA-PRZENIESIONYCH-BK PIC 9(6) VALUE 0.
77 LICZBA-NOWYCH-KS     PIC 9(6) VALUE 0.
77 LICZBA-JUZ-UZGODNIONYCH PIC 9(6) VALUE 0.
77 LICZBA-BEZ-REFERENCJI PIC 9(6) VALUE 0.
77 LICZBA-UZG-REFERENCJA PIC 9(6) VALUE 0.
77 LICZBA-UZG-CECHY     PIC 9(6) VALUE 0.
77 LICZBA-ROZBIEZNYCH   PIC 9(6) VALUE 0.
77 LICZBA-STORN-ZNIESIONYCH PIC 9(6) VALUE 0.
77 LICZBA-OTWARTYCH-KS  PIC 9(6) VALUE 0.
77 LICZBA-OTWARTYCH-BK  PIC 9(6) VALUE 0.
77 LICZBA-UZGODNIONYCH  PIC 9(6) VALUE 0.
77 SUMA-UZGODNIONYCH    PIC 9(15)V99 VALUE 0.
77 SUMA-OTWARTYCH-KS    PIC 9(15)V99 VALUE 0.
77 SUMA-OTWARTYCH-BK    PIC 9(15)V99 VALUE 0.

77 WS-ABEND-KOMUNIKAT   PIC X(60) VALUE SPACES.
77 WS-RAPORT-OTWARTY    PIC X VALUE "N".
77 KWOTA-EDYCJA         PIC Z(10)9.99.
77 KWOTA-SUMA-EDYCJA    PIC Z(12)9.99.

01 LINIA-POZYCJI.
        05 LP-REFERENCJA PIC X(12).
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LP-KLIENT     PIC X(16).
        05 FILLER        PIC X(1)  VALUE SPACES.
        05 LP-WALUTA     PIC X(10).
        05 LP-STRONA     PIC X(1).
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LP-KWOTA      PIC Z(10)9.99.
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LP-DATA-KS    PIC X(8).
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LP-DATA-BK    PIC X(8).
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LP-UWAGA      PIC X(40).


PROCEDURE DIVISION.

000-MAIN.

        MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-URUCHOMIENIA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO CZAS-URUCHOMIENIA.

        PERFORM 100-PARSUJ-PARAMETRY.
        PERFORM 120-OTWORZ-RAPORT.
        PERFORM 150-WCZYTAJ-OTWARTE.
        PERFORM 160-WCZYTAJ-WYCIAG.
      *> Kontrola daty wyciagu idzie PRZED wpisem START - odmowa nie
      *> moze zostawic w rejestrze osieroconego STARTU.
        PERFORM 165-SPRAWDZ-DATE-WYCIAGU.
        PERFORM 500-ZAPISZ-REJESTR-START.
        PERFORM 170-OTWORZ-REJESTR-UZGODNIEN.
        PERFORM 180-WCZYTAJ-KSIEGOWANE.

        PERFORM 300-DOPASUJ-PO-REFERENCJI.
        PERFORM 310-DOPASUJ-PO-CECHACH.
        PERFORM 320-ZNOS-STORNA.

        PERFORM 400-DRUKUJ-RAPORT.
      *> Plik pozycji otwartych jest przepisywany PRZED aktualizacja
      *> RejestrUzgodnien: abend pomiedzy nimi zostawia nowe pozycje
      *> w pliku otwartych, a nie w rejestrze - kolejny przebieg
      *> zobaczy je w spoolu ponownie i 185 odrzuci powtorzenie. Zapis
      *> w odwrotnej kolejnosci gubilby pozycje na zawsze.
        PERFORM 600-ZAPISZ-OTWARTE.
        PERFORM 610-AKTUALIZUJ-REJESTR-UZGODNIEN.

        CLOSE REJUZGFILE.
        CLOSE RAPORTFILE.

        PERFORM 510-ZAPISZ-REJESTR-KONIEC.
        PERFORM 700-DRUKUJ-PODSUMOWANIE.

        STOP RUN.

100-PARSUJ-PARAMETRY.

      *> Tokeny rozdzielone przecinkami jak w ZAMKOKR: "DNI=n"
      *> (tolerancja dat, 0-99) i "WYMUS".
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
                WHEN "DNI"
                        MOVE WS-TOKEN(5:2) TO WS-DNI-TMP
                        IF WS-DNI-TMP(2:1) = SPACE
                                MOVE WS-DNI-TMP(1:1) TO WS-DNI-TMP(2:1)
                                MOVE "0" TO WS-DNI-TMP(1:1)
                        END-IF
                        IF WS-DNI-TMP IS NUMERIC
                                MOVE WS-DNI-TMP TO TOLERANCJA-DNI
                        ELSE
                                DISPLAY "Niepoprawna tolerancja w "
                                        "parametrze [" WS-TOKEN
                                        "] - przyjeto " TOLERANCJA-DNI
                        END-IF
                WHEN "WYM"
                        MOVE "T" TO TRYB-WYMUS
                WHEN OTHER
                        DISPLAY "Nieznany parametr [" WS-TOKEN
                                "] - pominieto."
        END-EVALUATE.

120-OTWORZ-RAPORT.

        OPEN OUTPUT RAPORTFILE.

        IF RAP-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RaportUzgodnienBankowych: nie mozna otworzyc "
                        DELIMITED BY SIZE
                        "pliku (status " DELIMITED BY SIZE
                        RAP-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "T" TO WS-RAPORT-OTWARTY.

        MOVE SPACES TO RAPORT-LINE.
        STRING "RAPORT UZGODNIENIA BANKOWEGO - DATA: " DATA-URUCHOMIENIA
                "  TOLERANCJA DAT: " TOLERANCJA-DNI " DNI"
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

150-WCZYTAJ-OTWARTE.

      *> Brak pliku = pierwszy przebieg, nic nie jest przenoszone.
        OPEN INPUT OTWARTEFILE.

        IF UOT-STATUS = "35"
                DISPLAY "UzgodnieniaOtwarte: brak pliku - pierwszy "
                        "przebieg uzgodnien."
        ELSE
                IF UOT-STATUS NOT = "00"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "UzgodnieniaOtwarte: nie mozna otworzyc "
                                DELIMITED BY SIZE
                                "pliku (status " DELIMITED BY SIZE
                                UOT-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF

                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ OTWARTEFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 155-ZALADUJ-OTWARTA
                        END-READ
                END-PERFORM
                CLOSE OTWARTEFILE
        END-IF.

155-ZALADUJ-OTWARTA.

        EVALUATE UO-RODZAJ
                WHEN "N"
                        IF UO-DATA-PIERWSZA IS NUMERIC
                                MOVE UO-DATA-PIERWSZA
                                        TO DATA-OSTATNIEGO-WYCIAGU
                        END-IF
                WHEN "K"
                        PERFORM 190-SPRAWDZ-POJEMNOSC-KS
                        COMPUTE ILOSC-KS = ILOSC-KS + 1
                        MOVE UO-POZYCJA       TO KS-TRANSAKCJA(ILOSC-KS)
                        MOVE UO-DATA-PIERWSZA TO KS-DATA-PIERWSZA(ILOSC-KS)
                        MOVE UO-WIEK          TO KS-WIEK(ILOSC-KS)
                        IF KS-WIEK(ILOSC-KS) < 999
                                COMPUTE KS-WIEK(ILOSC-KS) =
                                        KS-WIEK(ILOSC-KS) + 1
                        END-IF
                        MOVE "N"              TO KS-NOWA(ILOSC-KS)
                        MOVE SPACE            TO KS-STAN(ILOSC-KS)
                        MOVE 0                TO KS-PARA(ILOSC-KS)
                        COMPUTE LICZBA-PRZENIESIONYCH-KS =
                                LICZBA-PRZENIESIONYCH-KS + 1
                WHEN "B"
                        PERFORM 195-SPRAWDZ-POJEMNOSC-BK
                        COMPUTE ILOSC-BK = ILOSC-BK + 1
                        MOVE UO-POZYCJA       TO BK-TRANSAKCJA(ILOSC-BK)
                        MOVE UO-OPIS          TO BK-OPIS(ILOSC-BK)
                        MOVE UO-DATA-PIERWSZA TO BK-DATA-PIERWSZA(ILOSC-BK)
                        MOVE UO-WIEK          TO BK-WIEK(ILOSC-BK)
                        IF BK-WIEK(ILOSC-BK) < 999
                                COMPUTE BK-WIEK(ILOSC-BK) =
                                        BK-WIEK(ILOSC-BK) + 1
                        END-IF
                        MOVE SPACE            TO BK-STAN(ILOSC-BK)
                        MOVE SPACE            TO BK-SPOSOB(ILOSC-BK)
                        MOVE 0                TO BK-PARA(ILOSC-BK)
                        COMPUTE LICZBA-PRZENIESIONYCH-BK =
                                LICZBA-PRZENIESIONYCH-BK + 1
                WHEN OTHER
                        DISPLAY "UzgodnieniaOtwarte: nieznany rodzaj "
                                "pozycji [" UO-RODZAJ "] - pominieto."
        END-EVALUATE.

160-WCZYTAJ-WYCIAG.

      *> Wyciag jest obowiazkowy - bez niego nie ma czego uzgadniac.
      *> Linia z bledna data, kwota lub strona idzie do raportu
      *> i nie bierze udzialu w uzgodnieniu (bank musi ja poprawic).
        OPEN INPUT WYCIAGBANKFILE.

        IF WBK-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "WyciagBankowy: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        WBK-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "N" TO EOF-SWITCH-PLIK.
        PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                READ WYCIAGBANKFILE
                        AT END MOVE "Y" TO EOF-SWITCH-PLIK
                        NOT AT END PERFORM 162-ZALADUJ-LINIE-WYCIAGU
                END-READ
        END-PERFORM.

        CLOSE WYCIAGBANKFILE.

162-ZALADUJ-LINIE-WYCIAGU.

        COMPUTE LICZBA-LINII-WYCIAGU = LICZBA-LINII-WYCIAGU + 1.
        MOVE SPACES TO WS-POWOD.

        IF WB-DATA IS NOT NUMERIC
                MOVE "BLEDNA DATA" TO WS-POWOD
        END-IF.
        IF WB-KWOTA IS NOT NUMERIC
                MOVE "BLEDNA KWOTA" TO WS-POWOD
        END-IF.
        IF WB-STRONA NOT = "D" AND WB-STRONA NOT = "K"
                MOVE "BLEDNA STRONA (D/K)" TO WS-POWOD
        END-IF.
        IF WB-KLIENT = SPACES OR WB-WALUTA = SPACES
                MOVE "BRAK KLIENTA LUB WALUTY" TO WS-POWOD
        END-IF.

        IF WS-POWOD NOT = SPACES
                COMPUTE LICZBA-BLEDNYCH-LINII = LICZBA-BLEDNYCH-LINII + 1
                MOVE SPACES TO RAPORT-LINE
                STRING "BLEDNA LINIA WYCIAGU " LICZBA-LINII-WYCIAGU ": "
                        WS-POWOD " [" WYCIAG-BANK-RECORD(1:72) "]"
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
        ELSE
                PERFORM 195-SPRAWDZ-POJEMNOSC-BK
                COMPUTE ILOSC-BK = ILOSC-BK + 1
                MOVE SPACES        TO BK-TRANSAKCJA(ILOSC-BK)
                MOVE WB-KLIENT     TO BK-KLIENT(ILOSC-BK)
                MOVE WB-WALUTA     TO BK-WALUTA(ILOSC-BK)
                MOVE WB-STRONA     TO BK-FLAGA(ILOSC-BK)
                MOVE WB-KWOTA-NUM  TO BK-WARTOSC(ILOSC-BK)
                MOVE WB-DATA-NUM   TO BK-DATA(ILOSC-BK)
                MOVE WB-REFERENCJA TO BK-REFERENCJA(ILOSC-BK)
                MOVE WB-OPIS       TO BK-OPIS(ILOSC-BK)
                MOVE DATA-URUCHOMIENIA TO BK-DATA-PIERWSZA(ILOSC-BK)
                MOVE 1             TO BK-WIEK(ILOSC-BK)
                MOVE SPACE         TO BK-STAN(ILOSC-BK)
                MOVE SPACE         TO BK-SPOSOB(ILOSC-BK)
                MOVE 0             TO BK-PARA(ILOSC-BK)
                IF WB-DATA-NUM > DATA-WYCIAGU
                        MOVE WB-DATA-NUM TO DATA-WYCIAGU
                END-IF
        END-IF.

165-SPRAWDZ-DATE-WYCIAGU.

      *> Ten sam wyciag uzgodniony drugi raz podwoilby linie banku
      *> w pozycjach otwartych - wyciag musi byc nowszy niz ostatni.
        MOVE SPACES TO RAPORT-LINE.
        STRING "WYCIAG Z DNIA: " DATA-WYCIAGU
                "  POPRZEDNI UZGODNIONY: " DATA-OSTATNIEGO-WYCIAGU
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

        IF DATA-WYCIAGU NOT > DATA-OSTATNIEGO-WYCIAGU
                IF TRYB-WYMUS = "T"
                        DISPLAY "UWAGA: wyciag " DATA-WYCIAGU
                                " nie jest nowszy niz ostatnio "
                                "uzgodniony - WYMUS, kontynuacja."
                        MOVE SPACES TO RAPORT-LINE
                        MOVE "UWAGA: WYCIAG NIE NOWSZY NIZ POPRZEDNI - WYMUS"
                                TO RAPORT-LINE
                        WRITE RAPORT-LINE
                ELSE
                        MOVE SPACES TO RAPORT-LINE
                        MOVE "ODMOWA: WYCIAG JUZ UZGODNIONY LUB STARSZY"
                                TO RAPORT-LINE
                        WRITE RAPORT-LINE
                        CLOSE RAPORTFILE
                        DISPLAY "**** BLAD KRYTYCZNY: wyciag z dnia "
                                DATA-WYCIAGU " nie jest nowszy niz "
                                "ostatnio uzgodniony "
                                DATA-OSTATNIEGO-WYCIAGU " ****"
                        DISPLAY "Ponowne uzgodnienie tego samego "
                                "wyciagu tylko z tokenem WYMUS."
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-IF
        END-IF.

170-OTWORZ-REJESTR-UZGODNIEN.

      *> Rejestr zakladany przy pierwszym uzyciu (wzorzec jak
      *> SaldaKlientow w DKTS).
        OPEN I-O REJUZGFILE.

        IF RUZ-STATUS = "35"
                OPEN OUTPUT REJUZGFILE
                CLOSE REJUZGFILE
                OPEN I-O REJUZGFILE
        END-IF.

        IF RUZ-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RejestrUzgodnien: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        RUZ-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

180-WCZYTAJ-KSIEGOWANE.

      *> Biezaca partia i spool okresu sa rozlaczne (EDYTTK przenosi
      *> partie do spoolu dopiero przy nastepnej edycji), ale obie
      *> niosa tez pozycje uzgodnione w poprzednich przebiegach -
      *> te odsiewa RejestrUzgodnien. Brak ktoregos z plikow nie
      *> przerywa uzgodnienia (np. spool tuz po zamknieciu okresu).
        OPEN INPUT TRANSAKCJEKLIENTOWFILE.
        IF TKF-STATUS = "00"
                MOVE "TransakcjeKlientow" TO WS-NAZWA-ZRODLA
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ TRANSAKCJEKLIENTOWFILE INTO OBRAZ-TRANSAKCJI
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 185-OCEN-KSIEGOWANA
                        END-READ
                END-PERFORM
                CLOSE TRANSAKCJEKLIENTOWFILE
        ELSE
                DISPLAY "TransakcjeKlientow niedostepne (status "
                        TKF-STATUS ") - pominieto."
        END-IF.

        OPEN INPUT SPOOLFILE.
        IF SPL-STATUS = "00"
                MOVE "TransakcjeOkresu" TO WS-NAZWA-ZRODLA
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ SPOOLFILE INTO OBRAZ-TRANSAKCJI
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 185-OCEN-KSIEGOWANA
                        END-READ
                END-PERFORM
                CLOSE SPOOLFILE
        ELSE
                DISPLAY "TransakcjeOkresu niedostepne (status "
                        SPL-STATUS ") - pominieto."
        END-IF.

185-OCEN-KSIEGOWANA.

      *> Bez referencji pozycji nie da sie odsiac w kolejnych
      *> przebiegach - takie rekordy (sprzed wprowadzenia referencji)
      *> sa tylko liczone.
        IF OT-REFERENCJA = SPACES OR OT-WARTOSC IS NOT NUMERIC
                COMPUTE LICZBA-BEZ-REFERENCJI = LICZBA-BEZ-REFERENCJI + 1
        ELSE
                MOVE OT-REFERENCJA TO RU-REFERENCJA
                READ REJUZGFILE
                        INVALID KEY
                                MOVE "N" TO WS-ZNALEZIONY
                        NOT INVALID KEY
                                MOVE "T" TO WS-ZNALEZIONY
                END-READ

                IF WS-ZNALEZIONY = "T"
                        COMPUTE LICZBA-JUZ-UZGODNIONYCH =
                                LICZBA-JUZ-UZGODNIONYCH + 1
                ELSE
      *> Pozycja juz przeniesiona z poprzedniego przebiegu (abend
      *> miedzy 600 a 610) nie moze wejsc drugi raz.
                        MOVE "N" TO WS-ZNALEZIONY
                        PERFORM VARYING IDX-KS FROM 1 BY 1
                                UNTIL IDX-KS > ILOSC-KS
                                OR WS-ZNALEZIONY = "T"
                                IF KS-REFERENCJA(IDX-KS) = OT-REFERENCJA
                                        MOVE "T" TO WS-ZNALEZIONY
                                END-IF
                        END-PERFORM
                        IF WS-ZNALEZIONY NOT = "T"
                                PERFORM 190-SPRAWDZ-POJEMNOSC-KS
                                COMPUTE ILOSC-KS = ILOSC-KS + 1
                                MOVE OBRAZ-TRANSAKCJI
                                        TO KS-TRANSAKCJA(ILOSC-KS)
                                MOVE DATA-URUCHOMIENIA
                                        TO KS-DATA-PIERWSZA(ILOSC-KS)
                                MOVE 1     TO KS-WIEK(ILOSC-KS)
                                MOVE "T"   TO KS-NOWA(ILOSC-KS)
                                MOVE SPACE TO KS-STAN(ILOSC-KS)
                                MOVE 0     TO KS-PARA(ILOSC-KS)
                                COMPUTE LICZBA-NOWYCH-KS =
                                        LICZBA-NOWYCH-KS + 1
                        END-IF
                END-IF
        END-IF.

190-SPRAWDZ-POJEMNOSC-KS.

        IF ILOSC-KS >= MAX-POZYCJE
                MOVE "TABLICA-KSIEGOWANE capacity exceeded"
                        TO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.

195-SPRAWDZ-POJEMNOSC-BK.

        IF ILOSC-BK >= MAX-POZYCJE
                MOVE "TABLICA-BANKOWE capacity exceeded"
                        TO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.

300-DOPASUJ-PO-REFERENCJI.

      *> Zgodna referencja przy zgodnych cechach = uzgodnienie.
      *> Zgodna referencja przy innej walucie, kwocie lub stronie to
      *> rozbieznosc: obie strony zostaja otwarte i wracaja jutro,
      *> dopoki ktoras nie zostanie poprawiona (np. stornem).
        PERFORM VARYING IDX-BK FROM 1 BY 1 UNTIL IDX-BK > ILOSC-BK
                IF BK-STAN(IDX-BK) = SPACE
                   AND BK-REFERENCJA(IDX-BK) NOT = SPACES
                        MOVE 0 TO IDX-KS2
                        PERFORM VARYING IDX-KS FROM 1 BY 1
                                UNTIL IDX-KS > ILOSC-KS OR IDX-KS2 > 0
                                IF KS-STAN(IDX-KS) = SPACE
                                   AND KS-REFERENCJA(IDX-KS) =
                                       BK-REFERENCJA(IDX-BK)
                                        MOVE IDX-KS TO IDX-KS2
                                END-IF
                        END-PERFORM
                        IF IDX-KS2 > 0
                                IF KS-WALUTA(IDX-KS2) = BK-WALUTA(IDX-BK)
                                   AND KS-WARTOSC(IDX-KS2) =
                                       BK-WARTOSC(IDX-BK)
                                   AND KS-FLAGA(IDX-KS2)(1:1) =
                                       BK-FLAGA(IDX-BK)(1:1)
                                        MOVE "U" TO KS-STAN(IDX-KS2)
                                        MOVE "U" TO BK-STAN(IDX-BK)
                                        MOVE "R" TO BK-SPOSOB(IDX-BK)
                                        COMPUTE LICZBA-UZG-REFERENCJA =
                                                LICZBA-UZG-REFERENCJA + 1
                                ELSE
                                        MOVE "R" TO KS-STAN(IDX-KS2)
                                        MOVE "R" TO BK-STAN(IDX-BK)
                                        COMPUTE LICZBA-ROZBIEZNYCH =
                                                LICZBA-ROZBIEZNYCH + 1
                                END-IF
                                MOVE IDX-BK  TO KS-PARA(IDX-KS2)
                                MOVE IDX-KS2 TO BK-PARA(IDX-BK)
                        END-IF
                END-IF
        END-PERFORM.

310-DOPASUJ-PO-CECHACH.

      *> Linie bez pary po referencji: klient, waluta, strona i kwota
      *> musza byc zgodne, data w tolerancji - wygrywa pozycja
      *> z najblizsza data.
        PERFORM VARYING IDX-BK FROM 1 BY 1 UNTIL IDX-BK > ILOSC-BK
                IF BK-STAN(IDX-BK) = SPACE
                        MOVE 0 TO IDX-KS2
                        MOVE 9999999 TO WS-NAJLEPSZA-ROZNICA
                        PERFORM VARYING IDX-KS FROM 1 BY 1
                                UNTIL IDX-KS > ILOSC-KS
                                PERFORM 315-OCEN-KANDYDATA
                        END-PERFORM
                        IF IDX-KS2 > 0
                                MOVE "U" TO KS-STAN(IDX-KS2)
                                MOVE "U" TO BK-STAN(IDX-BK)
                                MOVE "C" TO BK-SPOSOB(IDX-BK)
                                MOVE IDX-BK  TO KS-PARA(IDX-KS2)
                                MOVE IDX-KS2 TO BK-PARA(IDX-BK)
                                COMPUTE LICZBA-UZG-CECHY =
                                        LICZBA-UZG-CECHY + 1
                        END-IF
                END-IF
        END-PERFORM.

315-OCEN-KANDYDATA.

        IF KS-STAN(IDX-KS) = SPACE
           AND KS-KLIENT(IDX-KS) = BK-KLIENT(IDX-BK)
           AND KS-WALUTA(IDX-KS) = BK-WALUTA(IDX-BK)
           AND KS-FLAGA(IDX-KS)(1:1) = BK-FLAGA(IDX-BK)(1:1)
           AND KS-WARTOSC(IDX-KS) = BK-WARTOSC(IDX-BK)
                COMPUTE WS-ROZNICA-DNI =
                        FUNCTION INTEGER-OF-DATE(BK-DATA(IDX-BK))
                        - FUNCTION INTEGER-OF-DATE(KS-DATA(IDX-KS))
                IF WS-ROZNICA-DNI < 0
                        COMPUTE WS-ROZNICA-DNI = 0 - WS-ROZNICA-DNI
                END-IF
                IF WS-ROZNICA-DNI NOT > TOLERANCJA-DNI
                   AND WS-ROZNICA-DNI < WS-NAJLEPSZA-ROZNICA
                        MOVE WS-ROZNICA-DNI TO WS-NAJLEPSZA-ROZNICA
                        MOVE IDX-KS TO IDX-KS2
                END-IF
        END-IF.

320-ZNOS-STORNA.

      *> Storno i wycofany nim oryginal, ktorych bank nie pokazal,
      *> znosza sie wzajemnie - pieniadz nigdy sie nie ruszyl.
        PERFORM VARYING IDX-KS FROM 1 BY 1 UNTIL IDX-KS > ILOSC-KS
                IF KS-STAN(IDX-KS) = SPACE AND KS-STORNO(IDX-KS) = "S"
                   AND KS-REF-ORYG(IDX-KS) NOT = SPACES
                        MOVE 0 TO IDX-KS2
                        PERFORM VARYING IDX-KS3 FROM 1 BY 1
                                UNTIL IDX-KS3 > ILOSC-KS OR IDX-KS2 > 0
                                IF KS-STAN(IDX-KS3) = SPACE
                                   AND KS-REFERENCJA(IDX-KS3) =
                                       KS-REF-ORYG(IDX-KS)
                                   AND KS-WARTOSC(IDX-KS3) =
                                       KS-WARTOSC(IDX-KS)
                                   AND KS-WALUTA(IDX-KS3) =
                                       KS-WALUTA(IDX-KS)
                                        MOVE IDX-KS3 TO IDX-KS2
                                END-IF
                        END-PERFORM
                        IF IDX-KS2 > 0
                                MOVE "S" TO KS-STAN(IDX-KS)
                                MOVE "S" TO KS-STAN(IDX-KS2)
                                COMPUTE LICZBA-STORN-ZNIESIONYCH =
                                        LICZBA-STORN-ZNIESIONYCH + 1
                        END-IF
                END-IF
        END-PERFORM.

400-DRUKUJ-RAPORT.

        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "REFERENCJA    KLIENT           WALUTA    S  "
                "         KWOTA  DATA KS.  DATA BK.  UWAGI"
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

      *> (1) Pozycje uzgodnione - wg linii wyciagu.
        MOVE SPACES TO RAPORT-LINE.
        MOVE "-- POZYCJE UZGODNIONE --" TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        PERFORM VARYING IDX-BK FROM 1 BY 1 UNTIL IDX-BK > ILOSC-BK
                IF BK-STAN(IDX-BK) = "U"
                        MOVE BK-PARA(IDX-BK) TO IDX-KS
                        IF BK-SPOSOB(IDX-BK) = "R"
                                MOVE "PO REFERENCJI" TO WS-SPOSOB-OPIS
                        ELSE
                                MOVE "PO CECHACH (KLIENT/KWOTA/DATA)"
                                        TO WS-SPOSOB-OPIS
                        END-IF
                        PERFORM 410-LINIA-PARY
                        MOVE WS-SPOSOB-OPIS TO LP-UWAGA
                        MOVE LINIA-POZYCJI TO RAPORT-LINE
                        WRITE RAPORT-LINE
                        COMPUTE LICZBA-UZGODNIONYCH = LICZBA-UZGODNIONYCH + 1
                        COMPUTE SUMA-UZGODNIONYCH =
                                SUMA-UZGODNIONYCH + BK-WARTOSC(IDX-BK)
                END-IF
        END-PERFORM.

      *> (2) Rozbieznosci - zgodna referencja, inne cechy.
        MOVE SPACES TO RAPORT-LINE.
        MOVE "-- ROZBIEZNOSCI: ZGODNA REFERENCJA, INNA WALUTA/KWOTA/STRONA --"
                TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        PERFORM VARYING IDX-BK FROM 1 BY 1 UNTIL IDX-BK > ILOSC-BK
                IF BK-STAN(IDX-BK) = "R"
                        MOVE BK-PARA(IDX-BK) TO IDX-KS
                        PERFORM 420-LINIA-KSIEGOWA
                        MOVE "KSIEGOWANIE" TO LP-UWAGA
                        MOVE LINIA-POZYCJI TO RAPORT-LINE
                        WRITE RAPORT-LINE
                        PERFORM 430-LINIA-BANKOWA
                        MOVE "WYCIAG" TO LP-UWAGA
                        MOVE LINIA-POZYCJI TO RAPORT-LINE
                        WRITE RAPORT-LINE
                END-IF
        END-PERFORM.

      *> (3) Zaksiegowane bez pokrycia na wyciagu.
        MOVE SPACES TO RAPORT-LINE.
        MOVE "-- ZAKSIEGOWANE, BRAK NA WYCIAGU --" TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        PERFORM VARYING IDX-KS FROM 1 BY 1 UNTIL IDX-KS > ILOSC-KS
                IF KS-STAN(IDX-KS) = SPACE OR KS-STAN(IDX-KS) = "R"
                        PERFORM 420-LINIA-KSIEGOWA
                        MOVE SPACES TO LP-UWAGA
                        STRING "OD " KS-DATA-PIERWSZA(IDX-KS)
                                " PRZEBIEGOW: " KS-WIEK(IDX-KS)
                                DELIMITED BY SIZE INTO LP-UWAGA
                        MOVE LINIA-POZYCJI TO RAPORT-LINE
                        WRITE RAPORT-LINE
                        COMPUTE LICZBA-OTWARTYCH-KS = LICZBA-OTWARTYCH-KS + 1
                        COMPUTE SUMA-OTWARTYCH-KS =
                                SUMA-OTWARTYCH-KS + KS-WARTOSC(IDX-KS)
                END-IF
        END-PERFORM.

      *> (4) Linie wyciagu bez ksiegowania.
        MOVE SPACES TO RAPORT-LINE.
        MOVE "-- NA WYCIAGU, BRAK KSIEGOWANIA --" TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        PERFORM VARYING IDX-BK FROM 1 BY 1 UNTIL IDX-BK > ILOSC-BK
                IF BK-STAN(IDX-BK) = SPACE OR BK-STAN(IDX-BK) = "R"
                        PERFORM 430-LINIA-BANKOWA
                        MOVE SPACES TO LP-UWAGA
                        STRING "OD " BK-DATA-PIERWSZA(IDX-BK)
                                " PRZEBIEGOW: " BK-WIEK(IDX-BK)
                                " " BK-OPIS(IDX-BK)
                                DELIMITED BY SIZE INTO LP-UWAGA
                        MOVE LINIA-POZYCJI TO RAPORT-LINE
                        WRITE RAPORT-LINE
                        COMPUTE LICZBA-OTWARTYCH-BK = LICZBA-OTWARTYCH-BK + 1
                        COMPUTE SUMA-OTWARTYCH-BK =
                                SUMA-OTWARTYCH-BK + BK-WARTOSC(IDX-BK)
                END-IF
        END-PERFORM.

      *> (5) Storna zniesione z oryginalem poza bankiem.
        MOVE SPACES TO RAPORT-LINE.
        MOVE "-- STORNA ZNIESIONE Z ORYGINALEM (BEZ RUCHU W BANKU) --"
                TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        PERFORM VARYING IDX-KS FROM 1 BY 1 UNTIL IDX-KS > ILOSC-KS
                IF KS-STAN(IDX-KS) = "S"
                        PERFORM 420-LINIA-KSIEGOWA
                        IF KS-STORNO(IDX-KS) = "S"
                                MOVE SPACES TO LP-UWAGA
                                STRING "STORNO DO " KS-REF-ORYG(IDX-KS)
                                        DELIMITED BY SIZE INTO LP-UWAGA
                        ELSE
                                MOVE "ORYGINAL WYCOFANY" TO LP-UWAGA
                        END-IF
                        MOVE LINIA-POZYCJI TO RAPORT-LINE
                        WRITE RAPORT-LINE
                END-IF
        END-PERFORM.

        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        MOVE SUMA-UZGODNIONYCH TO KWOTA-SUMA-EDYCJA.
        STRING "UZGODNIONE=" LICZBA-UZGODNIONYCH
                " (REFERENCJA=" LICZBA-UZG-REFERENCJA
                " CECHY=" LICZBA-UZG-CECHY ") SUMA " KWOTA-SUMA-EDYCJA
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        MOVE SUMA-OTWARTYCH-KS TO KWOTA-SUMA-EDYCJA.
        STRING "ZAKSIEGOWANE BEZ WYCIAGU=" LICZBA-OTWARTYCH-KS
                " SUMA " KWOTA-SUMA-EDYCJA
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        MOVE SUMA-OTWARTYCH-BK TO KWOTA-SUMA-EDYCJA.
        STRING "WYCIAG BEZ KSIEGOWANIA=" LICZBA-OTWARTYCH-BK
                " SUMA " KWOTA-SUMA-EDYCJA
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "ROZBIEZNOSCI=" LICZBA-ROZBIEZNYCH
                " STORNA ZNIESIONE=" LICZBA-STORN-ZNIESIONYCH
                " BLEDNE LINIE WYCIAGU=" LICZBA-BLEDNYCH-LINII
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

410-LINIA-PARY.

      *> Linia uzgodnionej pary: cechy z wyciagu, obie daty.
        PERFORM 430-LINIA-BANKOWA.
        IF KS-REFERENCJA(IDX-KS) NOT = SPACES
                MOVE KS-REFERENCJA(IDX-KS) TO LP-REFERENCJA
        END-IF.
        MOVE KS-DATA(IDX-KS) TO LP-DATA-KS.

420-LINIA-KSIEGOWA.

        MOVE SPACES TO LINIA-POZYCJI.
        MOVE KS-REFERENCJA(IDX-KS)     TO LP-REFERENCJA.
        MOVE KS-KLIENT(IDX-KS)         TO LP-KLIENT.
        MOVE KS-WALUTA(IDX-KS)         TO LP-WALUTA.
        MOVE KS-FLAGA(IDX-KS)(1:1)     TO LP-STRONA.
        MOVE KS-WARTOSC(IDX-KS)        TO LP-KWOTA.
        MOVE KS-DATA(IDX-KS)           TO LP-DATA-KS.

430-LINIA-BANKOWA.

        MOVE SPACES TO LINIA-POZYCJI.
        MOVE BK-REFERENCJA(IDX-BK)     TO LP-REFERENCJA.
        MOVE BK-KLIENT(IDX-BK)         TO LP-KLIENT.
        MOVE BK-WALUTA(IDX-BK)         TO LP-WALUTA.
        MOVE BK-FLAGA(IDX-BK)(1:1)     TO LP-STRONA.
        MOVE BK-WARTOSC(IDX-BK)        TO LP-KWOTA.
        MOVE BK-DATA(IDX-BK)           TO LP-DATA-BK.

500-ZAPISZ-REJESTR-START.

        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "UZGBANK" TO REJ-PROGRAM.
        MOVE DATA-URUCHOMIENIA TO REJ-DATA.
        MOVE CZAS-URUCHOMIENIA TO REJ-CZAS.
        MOVE "START" TO REJ-STATUS-WPISU.
        MOVE 0 TO REJ-LICZBA-WE.
        MOVE 0 TO REJ-LICZBA-WY.
        WRITE REJESTR-RECORD.
        CLOSE REJESTRFILE.

510-ZAPISZ-REJESTR-KONIEC.

      *> Liczniki wpisu KONIEC: linie wyciagu wczytane i pozycje
      *> uzgodnione w tym przebiegu.
        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "UZGBANK" TO REJ-PROGRAM.
        MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO REJ-CZAS.
        MOVE "KONIEC" TO REJ-STATUS-WPISU.
        MOVE LICZBA-LINII-WYCIAGU TO REJ-LICZBA-WE.
        MOVE LICZBA-UZGODNIONYCH TO REJ-LICZBA-WY.
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

600-ZAPISZ-OTWARTE.

      *> Plik pozycji otwartych zakladany od nowa: naglowek z data
      *> uzgodnionego wyciagu, potem wszystkie pozycje otwarte
      *> (takze rozbiezne) z licznikiem przebiegow, w ktorych byly
      *> otwarte (licznik rosnie przy wczytaniu w 155).
        OPEN OUTPUT OTWARTEFILE.

        IF UOT-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "UzgodnieniaOtwarte: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        UOT-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE SPACES TO OTWARTA-RECORD.
        MOVE "N" TO UO-RODZAJ.
        IF DATA-WYCIAGU > DATA-OSTATNIEGO-WYCIAGU
                MOVE DATA-WYCIAGU TO UO-DATA-PIERWSZA
        ELSE
                MOVE DATA-OSTATNIEGO-WYCIAGU TO UO-DATA-PIERWSZA
        END-IF.
        MOVE 0 TO UO-WIEK.
        WRITE OTWARTA-RECORD.

        PERFORM VARYING IDX-KS FROM 1 BY 1 UNTIL IDX-KS > ILOSC-KS
                IF KS-STAN(IDX-KS) = SPACE OR KS-STAN(IDX-KS) = "R"
                        MOVE SPACES TO OTWARTA-RECORD
                        MOVE "K" TO UO-RODZAJ
                        MOVE KS-DATA-PIERWSZA(IDX-KS) TO UO-DATA-PIERWSZA
                        MOVE KS-WIEK(IDX-KS) TO UO-WIEK
                        MOVE KS-TRANSAKCJA(IDX-KS) TO UO-POZYCJA
                        WRITE OTWARTA-RECORD
                END-IF
        END-PERFORM.

        PERFORM VARYING IDX-BK FROM 1 BY 1 UNTIL IDX-BK > ILOSC-BK
                IF BK-STAN(IDX-BK) = SPACE OR BK-STAN(IDX-BK) = "R"
                        MOVE SPACES TO OTWARTA-RECORD
                        MOVE "B" TO UO-RODZAJ
                        MOVE BK-DATA-PIERWSZA(IDX-BK) TO UO-DATA-PIERWSZA
                        MOVE BK-WIEK(IDX-BK) TO UO-WIEK
                        MOVE BK-TRANSAKCJA(IDX-BK) TO UO-POZYCJA
                        MOVE BK-OPIS(IDX-BK) TO UO-OPIS
                        WRITE OTWARTA-RECORD
                END-IF
        END-PERFORM.

        CLOSE OTWARTEFILE.

610-AKTUALIZUJ-REJESTR-UZGODNIEN.

      *> Nowa pozycja ksiegowa trafia do rejestru z biezacym stanem;
      *> przeniesiona - tylko gdy wlasnie sie uzgodnila lub zniosla.
        PERFORM VARYING IDX-KS FROM 1 BY 1 UNTIL IDX-KS > ILOSC-KS
                MOVE KS-REFERENCJA(IDX-KS) TO RU-REFERENCJA
                MOVE KS-DATA-PIERWSZA(IDX-KS) TO RU-DATA
                IF KS-STAN(IDX-KS) = "U" OR KS-STAN(IDX-KS) = "S"
                        MOVE "U" TO RU-STATUS
                ELSE
                        MOVE "O" TO RU-STATUS
                END-IF
                IF KS-NOWA(IDX-KS) = "T"
                        WRITE REJ-UZGODNIEN-RECORD
                                INVALID KEY
                                        REWRITE REJ-UZGODNIEN-RECORD
                                                INVALID KEY
                                                  PERFORM 615-ABEND-REJESTRU
                                        END-REWRITE
                        END-WRITE
                ELSE
                        IF RU-STATUS = "U"
                                REWRITE REJ-UZGODNIEN-RECORD
                                        INVALID KEY
                                                WRITE REJ-UZGODNIEN-RECORD
                                                  INVALID KEY
                                                  PERFORM 615-ABEND-REJESTRU
                                                END-WRITE
                                END-REWRITE
                        END-IF
                END-IF
        END-PERFORM.

615-ABEND-REJESTRU.

        MOVE SPACES TO WS-ABEND-KOMUNIKAT.
        STRING "RejestrUzgodnien: blad zapisu (status "
                DELIMITED BY SIZE
                RUZ-STATUS DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO WS-ABEND-KOMUNIKAT.
        PERFORM 998-ABEND-PLIK.

700-DRUKUJ-PODSUMOWANIE.

        DISPLAY "*** Podsumowanie uzgodnienia bankowego ***".
        DISPLAY "Wyciag z dnia:                     " DATA-WYCIAGU.
        DISPLAY "Linie wyciagu wczytane:            " LICZBA-LINII-WYCIAGU.
        DISPLAY "Linie wyciagu bledne:              " LICZBA-BLEDNYCH-LINII.
        DISPLAY "Przeniesione ksiegowane / bankowe: "
                LICZBA-PRZENIESIONYCH-KS " / " LICZBA-PRZENIESIONYCH-BK.
        DISPLAY "Nowe pozycje ksiegowe:             " LICZBA-NOWYCH-KS.
        DISPLAY "Juz uzgodnione wczesniej:          "
                LICZBA-JUZ-UZGODNIONYCH.
        DISPLAY "Bez referencji (pominiete):        "
                LICZBA-BEZ-REFERENCJI.
        DISPLAY "Uzgodnione (referencja / cechy):   "
                LICZBA-UZG-REFERENCJA " / " LICZBA-UZG-CECHY.
        DISPLAY "Rozbieznosci:                      " LICZBA-ROZBIEZNYCH.
        DISPLAY "Storna zniesione z oryginalem:     "
                LICZBA-STORN-ZNIESIONYCH.
        DISPLAY "Otwarte ksiegowane / bankowe:      "
                LICZBA-OTWARTYCH-KS " / " LICZBA-OTWARTYCH-BK.

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
