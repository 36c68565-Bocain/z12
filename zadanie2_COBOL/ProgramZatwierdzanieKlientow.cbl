      *> ZATWKL - zatwierdzanie zmian DaneKlientow wprowadzonych przez
      *> KLMAINT (kontrola dwoch osob). Czyta ZmianyOczekujace i decyzje
      *> operatora zatwierdzajacego z pliku DecyzjeZmian (numer pozycji,
      *> Z = zatwierdz, O = odrzuc, uwagi):
      *>   - pozycja wprowadzona przez tego samego operatora nie moze
      *>     byc przez niego zatwierdzona ani odrzucona - zostaje,
      *>   - zatwierdzona jest stosowana na DaneKlientow tylko, gdy
      *>     plik glowny nadal odpowiada obrazowi "przed" z chwili
      *>     wprowadzenia (inaczej NIEAKTUALNA - do ponownego
      *>     wprowadzenia) i dopiero wtedy zapisywana do AudytKlientow
      *>     z identyfikatorami obu operatorow,
      *>   - pozycja bez decyzji starsza niz "DNI=n" dni (domyslnie 7)
      *>     wygasa i jest usuwana.
      *> Raport RaportZatwierdzen pokazuje kazda pozycje z obrazami
      *> przed/po. Token PARM "LISTA" daje sam wydruk oczekujacych
      *> (bez decyzji, wygasania i zmian w plikach) - do przygotowania
      *> DecyzjeZmian. Poza trybem LISTA "OPERATOR=xxxxxxxx" jest
      *> obowiazkowy. Po udanym przebiegu DecyzjeZmian jest oprozniany.
IDENTIFICATION DIVISION.
PROGRAM-ID. ZATWKL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT DANEKLIENTOWFILE ASSIGN TO "DaneKlientow"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS KOD-KLIENTA-DK
                FILE STATUS IS DKF-STATUS.

        SELECT ZMIANYFILE ASSIGN TO "ZmianyOczekujace"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ZMF-STATUS.

        SELECT DECYZJEFILE ASSIGN TO "DecyzjeZmian"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DEC-STATUS.

        SELECT AUDYTFILE ASSIGN TO "AudytKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUD-STATUS.

        SELECT RAPORTFILE ASSIGN TO "RaportZatwierdzen"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RAP-STATUS.

        SELECT REJESTRFILE ASSIGN TO "RejestrPrzebiegow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJ-STATUS.

DATA DIVISION.

FILE SECTION.

FD DANEKLIENTOWFILE.
01 KLIENCI-RECORD.
        05 KOD-KLIENTA-DK           PIC A(16).
        05 NAZWA-KLIENTA            PIC A(16).
        05 ADRES-KLIENTA            PIC A(16).
        05 NIP                      PIC 9(10).

      *> Uklad jak w KLMAINT.
FD ZMIANYFILE.
01 ZMIANA-RECORD.
        05 ZM-NUMER                 PIC 9(6).
        05 FILLER                   PIC X(1).
        05 ZM-DATA                  PIC X(8).
        05 ZM-DATA-NUM REDEFINES ZM-DATA PIC 9(8).
        05 FILLER                   PIC X(1).
        05 ZM-CZAS                  PIC X(6).
        05 FILLER                   PIC X(1).
        05 ZM-OPERATOR              PIC X(8).
        05 FILLER                   PIC X(1).
        05 ZM-AKCJA                 PIC X(1).
        05 FILLER                   PIC X(1).
        05 ZM-PRZED                 PIC X(58).
        05 FILLER                   PIC X(1).
        05 ZM-PO                    PIC X(58).

      *> Decyzje operatora zatwierdzajacego: numer pozycji z
      *> ZmianyOczekujace, Z/O, uwagi (drukowane w raporcie).
FD DECYZJEFILE.
01 DECYZJA-RECORD.
        05 DEC-NUMER                PIC X(6).
        05 DEC-NUMER-NUM REDEFINES DEC-NUMER PIC 9(6).
        05 FILLER                   PIC X(1).
        05 DEC-DECYZJA              PIC X(1).
        05 FILLER                   PIC X(1).
        05 DEC-UWAGI                PIC X(30).

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

77 DKF-STATUS           PIC X(2) VALUE "00".
77 ZMF-STATUS           PIC X(2) VALUE "00".
77 DEC-STATUS           PIC X(2) VALUE "00".
77 AUD-STATUS           PIC X(2) VALUE "00".
77 RAP-STATUS           PIC X(2) VALUE "00".
77 REJ-STATUS           PIC X(2) VALUE "00".

77 EOF-SWITCH-PLIK      PIC X VALUE "N".

77 WS-PARM              PIC X(200) VALUE SPACES.
77 WS-PARM-LEN          PIC 9(4) VALUE 0.
77 WS-PARM-WSK          PIC 9(4) VALUE 1.
77 WS-TOKEN             PIC X(20) VALUE SPACES.
77 WS-LICZBA-TMP        PIC X(3) JUSTIFIED RIGHT VALUE SPACES.

77 DATA-URUCHOMIENIA    PIC X(8) VALUE SPACES.
77 CZAS-URUCHOMIENIA    PIC X(6) VALUE SPACES.
77 DATA-URUCHOMIENIA-NUM PIC 9(8) VALUE 0.

      *> Operator zatwierdzajacy, prog wygasania i tryb samego wydruku.
77 WS-OPERATOR          PIC X(8) VALUE SPACES.
77 DNI-WAZNOSCI         PIC 9(3) VALUE 7.
77 TRYB-LISTA           PIC X VALUE "N".
77 WS-DECYZJE-WCZYTANE  PIC X VALUE "N".
77 WS-MASTER-DOSTEPNY   PIC X VALUE "N".

      *> Pozycje oczekujace - przepisywane na koniec przebiegu; w pliku
      *> zostaja tylko te ze stanem "Z" (zostaje).
78 MAX-ZMIANY              VALUE 2000.
01 TABLICA-ZMIAN.
        02 WIERSZ-ZM     OCCURS MAX-ZMIANY TIMES.
                03 ZMT-REKORD       PIC X(151).
                03 ZMT-STAN         PIC X(1).
77 ILOSC-ZMIAN          PIC 9(4) VALUE 0.
77 IDX-ZM               PIC 9(4) VALUE 0.

78 MAX-DECYZJE             VALUE 2000.
01 TABLICA-DECYZJI.
        02 WIERSZ-DEC    OCCURS MAX-DECYZJE TIMES.
                03 DCT-NUMER        PIC 9(6).
                03 DCT-DECYZJA      PIC X(1).
                03 DCT-UWAGI        PIC X(30).
                03 DCT-UZYTA        PIC X(1).
77 ILOSC-DECYZJI        PIC 9(4) VALUE 0.
77 IDX-DEC              PIC 9(4) VALUE 0.
77 IDX-DEC-ZNALEZIONY   PIC 9(4) VALUE 0.
77 WS-NUMER-SZUKANY     PIC 9(6) VALUE 0.

77 WS-WYNIK             PIC X(12) VALUE SPACES.
77 WS-POWOD             PIC X(40) VALUE SPACES.
77 WS-UWAGI             PIC X(30) VALUE SPACES.
77 WS-WIEK-DNI          PIC S9(7) VALUE 0.
77 WIEK-EDYCJA          PIC ZZZ9.
77 WS-MASTER-ISTNIEJE   PIC X VALUE "N".
01 OBRAZ-MASTER         PIC X(58) VALUE SPACES.
01 OBRAZ-KLIENTA.
        05 OBRAZ-KOD     PIC A(16).
        05 OBRAZ-NAZWA   PIC A(16).
        05 OBRAZ-ADRES   PIC A(16).
        05 OBRAZ-NIP     PIC 9(10).

77 LICZBA-ZASTOSOWANYCH PIC 9(6) VALUE 0.
77 LICZBA-ODRZUCONYCH   PIC 9(6) VALUE 0.
77 LICZBA-NIEAKTUALNYCH PIC 9(6) VALUE 0.
77 LICZBA-JUZ-ZASTOSOWANYCH PIC 9(6) VALUE 0.
77 LICZBA-WYGASLYCH     PIC 9(6) VALUE 0.
77 LICZBA-ODMOW         PIC 9(6) VALUE 0.
77 LICZBA-POZOSTALYCH   PIC 9(6) VALUE 0.
77 LICZBA-BLEDNYCH-DECYZJI PIC 9(6) VALUE 0.

77 WS-ABEND-KOMUNIKAT   PIC X(60) VALUE SPACES.
77 WS-RAPORT-OTWARTY    PIC X VALUE "N".


PROCEDURE DIVISION.

000-MAIN.

        MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-URUCHOMIENIA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO CZAS-URUCHOMIENIA.
        MOVE DATA-URUCHOMIENIA TO DATA-URUCHOMIENIA-NUM.

        PERFORM 100-PARSUJ-PARAMETRY.
        PERFORM 110-SPRAWDZ-OPERATORA.
        PERFORM 500-ZAPISZ-REJESTR-START.
        PERFORM 120-OTWORZ-RAPORT.
        PERFORM 130-WCZYTAJ-ZMIANY.
        PERFORM 140-WCZYTAJ-DECYZJE.
        PERFORM 150-OTWORZ-PLIK-GLOWNY.

        PERFORM VARYING IDX-ZM FROM 1 BY 1 UNTIL IDX-ZM > ILOSC-ZMIAN
                PERFORM 200-OCEN-POZYCJE
        END-PERFORM.

        PERFORM 250-DECYZJE-BEZ-POZYCJI.
        PERFORM 300-ZAMKNIJ-PLIKI.

        IF TRYB-LISTA NOT = "T"
                PERFORM 310-PRZEPISZ-ZMIANY
                PERFORM 320-OPROZNIJ-DECYZJE
        END-IF.

        PERFORM 450-DRUKUJ-PODSUMOWANIE-RAPORTU.
        CLOSE RAPORTFILE.

        PERFORM 510-ZAPISZ-REJESTR-KONIEC.
        PERFORM 700-DRUKUJ-PODSUMOWANIE.

        STOP RUN.

100-PARSUJ-PARAMETRY.

      *> Tokeny: "OPERATOR=xxxxxxxx" (zatwierdzajacy), "DNI=n" (po ilu
      *> dniach pozycja bez decyzji wygasa), "LISTA" (sam wydruk).
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
                WHEN "DNI"
                        MOVE FUNCTION TRIM(WS-TOKEN(5:3))
                                TO WS-LICZBA-TMP
                        INSPECT WS-LICZBA-TMP
                                REPLACING LEADING SPACE BY "0"
                        IF WS-LICZBA-TMP IS NUMERIC
                                MOVE WS-LICZBA-TMP TO DNI-WAZNOSCI
                        ELSE
                                DISPLAY "Niepoprawna liczba dni w "
                                        "parametrze [" WS-TOKEN
                                        "] - pominieto."
                        END-IF
                WHEN "LIS"
                        MOVE "T" TO TRYB-LISTA
                        DISPLAY "ZATWKL: tryb LISTA - tylko wydruk "
                                "pozycji oczekujacych."
                WHEN OTHER
                        DISPLAY "Nieznany parametr [" WS-TOKEN
                                "] - pominieto."
        END-EVALUATE.

110-SPRAWDZ-OPERATORA.

      *> Decyzje bez identyfikatora zatwierdzajacego nie pozwalaja
      *> sprawdzic zasady dwoch osob - odmowa przed wpisem START.
        IF TRYB-LISTA NOT = "T" AND WS-OPERATOR = SPACES
                DISPLAY "**** BLAD KRYTYCZNY: brak identyfikatora "
                        "operatora ****"
                DISPLAY "Uruchom ZATWKL z parametrem OPERATOR=xxxxxxxx "
                        "(albo LISTA)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.

120-OTWORZ-RAPORT.

        OPEN OUTPUT RAPORTFILE.

        IF RAP-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RaportZatwierdzen: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        RAP-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "T" TO WS-RAPORT-OTWARTY.

        MOVE SPACES TO RAPORT-LINE.
        IF TRYB-LISTA = "T"
                STRING "ZMIANY KLIENTOW OCZEKUJACE NA ZATWIERDZENIE - "
                        "DATA: " DATA-URUCHOMIENIA
                        DELIMITED BY SIZE INTO RAPORT-LINE
        ELSE
                STRING "RAPORT ZATWIERDZEN ZMIAN KLIENTOW - DATA: "
                        DATA-URUCHOMIENIA
                        "  OPERATOR: " WS-OPERATOR
                        "  WAZNOSC: " DNI-WAZNOSCI " DNI"
                        DELIMITED BY SIZE INTO RAPORT-LINE
        END-IF.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "NR     WPROWADZONO    OPERATOR A  WIEK WYNIK        "
                "POWOD / UWAGI"
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

130-WCZYTAJ-ZMIANY.

      *> Brak pliku = nic nie czeka na zatwierdzenie.
        OPEN INPUT ZMIANYFILE.

        IF ZMF-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ ZMIANYFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 135-NOTUJ-ZMIANE
                        END-READ
                END-PERFORM
                CLOSE ZMIANYFILE
        ELSE
                IF ZMF-STATUS NOT = "35"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "ZmianyOczekujace: nie mozna otworzyc "
                                DELIMITED BY SIZE
                                "pliku (status " DELIMITED BY SIZE
                                ZMF-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
                DISPLAY "ZmianyOczekujace: brak pliku - nic nie czeka "
                        "na zatwierdzenie."
        END-IF.

135-NOTUJ-ZMIANE.

        IF ZM-NUMER IS NOT NUMERIC
                DISPLAY "ZmianyOczekujace: bledny wiersz - pominieto."
        ELSE
                IF ILOSC-ZMIAN >= MAX-ZMIANY
                        MOVE "TABLICA-ZMIAN capacity exceeded"
                                TO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-ZMIAN = ILOSC-ZMIAN + 1
                MOVE ZMIANA-RECORD TO ZMT-REKORD(ILOSC-ZMIAN)
                MOVE "Z" TO ZMT-STAN(ILOSC-ZMIAN)
        END-IF.

140-WCZYTAJ-DECYZJE.

      *> Plik decyzji jest opcjonalny - bez niego przebieg tylko
      *> wygasza stare pozycje. Bledny wiersz albo druga decyzja dla
      *> tej samej pozycji trafia do raportu i jest pomijany.
        IF TRYB-LISTA NOT = "T"
                OPEN INPUT DECYZJEFILE
                IF DEC-STATUS = "00"
                        MOVE "T" TO WS-DECYZJE-WCZYTANE
                        MOVE "N" TO EOF-SWITCH-PLIK
                        PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                                READ DECYZJEFILE
                                        AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                        NOT AT END
                                                PERFORM 145-NOTUJ-DECYZJE
                                END-READ
                        END-PERFORM
                        CLOSE DECYZJEFILE
                ELSE
                        DISPLAY "DecyzjeZmian niedostepne (status "
                                DEC-STATUS ") - tylko wygasanie pozycji."
                END-IF
        END-IF.

145-NOTUJ-DECYZJE.

        MOVE SPACES TO WS-POWOD.

        IF DEC-NUMER IS NOT NUMERIC
                MOVE "BLEDNY NUMER POZYCJI" TO WS-POWOD
        ELSE
                MOVE FUNCTION UPPER-CASE(DEC-DECYZJA) TO DEC-DECYZJA
                IF DEC-DECYZJA NOT = "Z" AND DEC-DECYZJA NOT = "O"
                        MOVE "DECYZJA INNA NIZ Z LUB O" TO WS-POWOD
                ELSE
                        MOVE DEC-NUMER-NUM TO WS-NUMER-SZUKANY
                        PERFORM 147-SZUKAJ-DECYZJI
                        IF IDX-DEC-ZNALEZIONY > 0
                                MOVE "DRUGA DECYZJA DLA POZYCJI"
                                        TO WS-POWOD
                        END-IF
                END-IF
        END-IF.

        IF WS-POWOD NOT = SPACES
                COMPUTE LICZBA-BLEDNYCH-DECYZJI =
                        LICZBA-BLEDNYCH-DECYZJI + 1
                MOVE SPACES TO RAPORT-LINE
                STRING "DECYZJA POMINIETA [" DECYZJA-RECORD "] "
                        WS-POWOD
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
        ELSE
                IF ILOSC-DECYZJI >= MAX-DECYZJE
                        MOVE "TABLICA-DECYZJI capacity exceeded"
                                TO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-DECYZJI = ILOSC-DECYZJI + 1
                MOVE DEC-NUMER-NUM TO DCT-NUMER(ILOSC-DECYZJI)
                MOVE DEC-DECYZJA   TO DCT-DECYZJA(ILOSC-DECYZJI)
                MOVE DEC-UWAGI     TO DCT-UWAGI(ILOSC-DECYZJI)
                MOVE "N"           TO DCT-UZYTA(ILOSC-DECYZJI)
        END-IF.

147-SZUKAJ-DECYZJI.

      *> Szukany numer w WS-NUMER-SZUKANY - wynik w IDX-DEC-ZNALEZIONY
      *> (0 = brak).
        MOVE 0 TO IDX-DEC-ZNALEZIONY.
        PERFORM VARYING IDX-DEC FROM 1 BY 1
                UNTIL IDX-DEC > ILOSC-DECYZJI
                OR IDX-DEC-ZNALEZIONY > 0
                IF DCT-NUMER(IDX-DEC) = WS-NUMER-SZUKANY
                        MOVE IDX-DEC TO IDX-DEC-ZNALEZIONY
                END-IF
        END-PERFORM.

150-OTWORZ-PLIK-GLOWNY.

      *> W trybie LISTA plik glowny nie jest potrzebny. Brak pliku
      *> przy zatwierdzaniu - zakladamy pusty plik glowny (pierwsze
      *> dodania klientow), jak dawniej KLMAINT.
        IF TRYB-LISTA NOT = "T"
                OPEN I-O DANEKLIENTOWFILE
                IF DKF-STATUS = "35"
                        OPEN OUTPUT DANEKLIENTOWFILE
                        CLOSE DANEKLIENTOWFILE
                        OPEN I-O DANEKLIENTOWFILE
                END-IF
                IF DKF-STATUS NOT = "00"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "DaneKlientow: nie mozna otworzyc pliku "
                                DELIMITED BY SIZE
                                "(status " DELIMITED BY SIZE
                                DKF-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
                MOVE "T" TO WS-MASTER-DOSTEPNY

                OPEN EXTEND AUDYTFILE
                IF AUD-STATUS = "35"
                        OPEN OUTPUT AUDYTFILE
                END-IF
                IF AUD-STATUS NOT = "00"
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "AudytKlientow: nie mozna otworzyc pliku "
                                DELIMITED BY SIZE
                                "(status " DELIMITED BY SIZE
                                AUD-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
        END-IF.

200-OCEN-POZYCJE.

      *> Pozycje oceniane w kolejnosci wprowadzenia - kolejne zmiany
      *> tego samego klucza (A potem C) stosuja sie po sobie.
        MOVE ZMT-REKORD(IDX-ZM) TO ZMIANA-RECORD.
        MOVE SPACES TO WS-WYNIK.
        MOVE SPACES TO WS-POWOD.
        MOVE SPACES TO WS-UWAGI.

        MOVE 0 TO WS-WIEK-DNI.
        IF ZM-DATA IS NUMERIC
                COMPUTE WS-WIEK-DNI =
                        FUNCTION INTEGER-OF-DATE(DATA-URUCHOMIENIA-NUM)
                        - FUNCTION INTEGER-OF-DATE(ZM-DATA-NUM)
        END-IF.

        MOVE ZM-NUMER TO WS-NUMER-SZUKANY.
        PERFORM 147-SZUKAJ-DECYZJI.

        IF TRYB-LISTA = "T"
                MOVE "OCZEKUJE" TO WS-WYNIK
        ELSE
                IF IDX-DEC-ZNALEZIONY > 0
                        MOVE "T" TO DCT-UZYTA(IDX-DEC-ZNALEZIONY)
                        MOVE DCT-UWAGI(IDX-DEC-ZNALEZIONY) TO WS-UWAGI
                        PERFORM 210-WYKONAJ-DECYZJE
                ELSE
                        IF WS-WIEK-DNI > DNI-WAZNOSCI
                                MOVE "WYGASLA" TO WS-WYNIK
                                MOVE "BRAK DECYZJI W TERMINIE"
                                        TO WS-POWOD
                                MOVE "U" TO ZMT-STAN(IDX-ZM)
                                COMPUTE LICZBA-WYGASLYCH =
                                        LICZBA-WYGASLYCH + 1
                        ELSE
                                MOVE "OCZEKUJE" TO WS-WYNIK
                        END-IF
                END-IF
        END-IF.

        IF ZMT-STAN(IDX-ZM) = "Z"
                COMPUTE LICZBA-POZOSTALYCH = LICZBA-POZOSTALYCH + 1
        END-IF.

        PERFORM 260-DRUKUJ-POZYCJE.

210-WYKONAJ-DECYZJE.

      *> Zasada dwoch osob: wprowadzajacy nie decyduje o wlasnej
      *> zmianie - pozycja zostaje do decyzji innego operatora.
        IF ZM-OPERATOR = WS-OPERATOR
                MOVE "ODMOWA" TO WS-WYNIK
                MOVE "TEN SAM OPERATOR CO WPROWADZAJACY" TO WS-POWOD
                COMPUTE LICZBA-ODMOW = LICZBA-ODMOW + 1
        ELSE
                IF DCT-DECYZJA(IDX-DEC-ZNALEZIONY) = "O"
                        MOVE "ODRZUCONA" TO WS-WYNIK
                        MOVE "U" TO ZMT-STAN(IDX-ZM)
                        COMPUTE LICZBA-ODRZUCONYCH =
                                LICZBA-ODRZUCONYCH + 1
                ELSE
                        PERFORM 220-ZASTOSUJ-ZMIANE
                        MOVE "U" TO ZMT-STAN(IDX-ZM)
                END-IF
        END-IF.

220-ZASTOSUJ-ZMIANE.

      *> Zmiana stosowana tylko na stanie, ktory widzial wprowadzajacy
      *> (obraz "przed"). Plik glowny rowny juz obrazowi "po" oznacza
      *> pozycje zastosowana w przerwanym przebiegu - bez drugiego
      *> zapisu audytu.
        MOVE ZM-PO TO OBRAZ-KLIENTA.
        IF ZM-AKCJA = "D"
                MOVE ZM-PRZED TO OBRAZ-KLIENTA
        END-IF.

        MOVE OBRAZ-KOD TO KOD-KLIENTA-DK.
        MOVE SPACES TO OBRAZ-MASTER.
        READ DANEKLIENTOWFILE
                INVALID KEY
                        MOVE "N" TO WS-MASTER-ISTNIEJE
                NOT INVALID KEY
                        MOVE "T" TO WS-MASTER-ISTNIEJE
                        MOVE KLIENCI-RECORD TO OBRAZ-MASTER
        END-READ.

        IF OBRAZ-MASTER = ZM-PO
                MOVE "JUZ ZASTOS." TO WS-WYNIK
                MOVE "PLIK GLOWNY ZGODNY Z OBRAZEM PO" TO WS-POWOD
                COMPUTE LICZBA-JUZ-ZASTOSOWANYCH =
                        LICZBA-JUZ-ZASTOSOWANYCH + 1
        ELSE
                IF OBRAZ-MASTER NOT = ZM-PRZED
                        MOVE "NIEAKTUALNA" TO WS-WYNIK
                        MOVE "PLIK GLOWNY ZMIENIONY PO WPROWADZENIU"
                                TO WS-POWOD
                        COMPUTE LICZBA-NIEAKTUALNYCH =
                                LICZBA-NIEAKTUALNYCH + 1
                ELSE
                        EVALUATE ZM-AKCJA
                                WHEN "A"
                                        MOVE ZM-PO TO KLIENCI-RECORD
                                        WRITE KLIENCI-RECORD
                                                INVALID KEY
                                                  MOVE "BLAD ZAPISU"
                                                    TO WS-POWOD
                                        END-WRITE
                                WHEN "C"
                                        MOVE ZM-PO TO KLIENCI-RECORD
                                        REWRITE KLIENCI-RECORD
                                                INVALID KEY
                                                  MOVE "BLAD ZAPISU"
                                                    TO WS-POWOD
                                        END-REWRITE
                                WHEN "D"
                                        DELETE DANEKLIENTOWFILE
                                                INVALID KEY
                                                  MOVE "BLAD ZAPISU"
                                                    TO WS-POWOD
                                        END-DELETE
                        END-EVALUATE
                        IF WS-POWOD = SPACES
                                MOVE "ZASTOSOWANO" TO WS-WYNIK
                                COMPUTE LICZBA-ZASTOSOWANYCH =
                                        LICZBA-ZASTOSOWANYCH + 1
                                PERFORM 240-ZAPISZ-AUDYT
                        ELSE
                                MOVE "NIEAKTUALNA" TO WS-WYNIK
                                MOVE "BLAD ZAPISU PLIKU GLOWNEGO"
                                        TO WS-POWOD
                                COMPUTE LICZBA-NIEAKTUALNYCH =
                                        LICZBA-NIEAKTUALNYCH + 1
                        END-IF
                END-IF
        END-IF.

240-ZAPISZ-AUDYT.

        MOVE SPACES TO AUDYT-RECORD.
        MOVE DATA-URUCHOMIENIA TO AUD-DATA.
        MOVE CZAS-URUCHOMIENIA TO AUD-CZAS.
        MOVE ZM-AKCJA          TO AUD-AKCJA.
        MOVE "ZASTOSOWANO"     TO AUD-WYNIK.
        MOVE ZM-PRZED          TO AUD-PRZED.
        MOVE ZM-PO             TO AUD-PO.
        MOVE ZM-OPERATOR       TO AUD-OPERATOR-WPROW.
        MOVE WS-OPERATOR       TO AUD-OPERATOR-ZATW.
        WRITE AUDYT-RECORD.

250-DECYZJE-BEZ-POZYCJI.

      *> Decyzja dla numeru, ktorego nie ma w ZmianyOczekujace (literowka
      *> albo pozycja juz rozstrzygnieta) - do raportu, bez skutkow.
        PERFORM VARYING IDX-DEC FROM 1 BY 1 UNTIL IDX-DEC > ILOSC-DECYZJI
                IF DCT-UZYTA(IDX-DEC) NOT = "T"
                        COMPUTE LICZBA-BLEDNYCH-DECYZJI =
                                LICZBA-BLEDNYCH-DECYZJI + 1
                        MOVE SPACES TO RAPORT-LINE
                        STRING "DECYZJA POMINIETA - BRAK POZYCJI "
                                DCT-NUMER(IDX-DEC) " ("
                                DCT-DECYZJA(IDX-DEC) ")"
                                DELIMITED BY SIZE INTO RAPORT-LINE
                        WRITE RAPORT-LINE
                END-IF
        END-PERFORM.

260-DRUKUJ-POZYCJE.

        MOVE WS-WIEK-DNI TO WIEK-EDYCJA.
        MOVE SPACES TO RAPORT-LINE.
        STRING ZM-NUMER " " ZM-DATA " " ZM-CZAS " " ZM-OPERATOR " "
                ZM-AKCJA "  " WIEK-EDYCJA " " WS-WYNIK " "
                WS-POWOD " " WS-UWAGI
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.

        MOVE SPACES TO RAPORT-LINE.
        STRING "       PRZED: [" ZM-PRZED "]"
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "       PO:    [" ZM-PO "]"
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.

300-ZAMKNIJ-PLIKI.

        IF WS-MASTER-DOSTEPNY = "T"
                CLOSE DANEKLIENTOWFILE
                CLOSE AUDYTFILE
        END-IF.

310-PRZEPISZ-ZMIANY.

      *> Plik glowny i audyt sa juz zamkniete - dopiero teraz znikaja
      *> pozycje rozstrzygniete. Przerwanie wczesniej zostawia je do
      *> ponownej oceny (220 rozpozna juz zastosowane).
        OPEN OUTPUT ZMIANYFILE.

        IF ZMF-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "ZmianyOczekujace: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        ZMF-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        PERFORM VARYING IDX-ZM FROM 1 BY 1 UNTIL IDX-ZM > ILOSC-ZMIAN
                IF ZMT-STAN(IDX-ZM) = "Z"
                        MOVE ZMT-REKORD(IDX-ZM) TO ZMIANA-RECORD
                        WRITE ZMIANA-RECORD
                END-IF
        END-PERFORM.

        CLOSE ZMIANYFILE.

320-OPROZNIJ-DECYZJE.

      *> Decyzje sa jednorazowe - ta sama decyzja nie moze zadzialac
      *> w kolejnym przebiegu na pozycji o tym samym numerze.
        IF WS-DECYZJE-WCZYTANE = "T"
                OPEN OUTPUT DECYZJEFILE
                IF DEC-STATUS = "00"
                        CLOSE DECYZJEFILE
                ELSE
                        DISPLAY "UWAGA: DecyzjeZmian nie oprozniony "
                                "(status " DEC-STATUS ") - usun plik "
                                "recznie przed kolejnym przebiegiem."
                END-IF
        END-IF.

450-DRUKUJ-PODSUMOWANIE-RAPORTU.

        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "POZYCJE=" ILOSC-ZMIAN
                " ZASTOSOWANE=" LICZBA-ZASTOSOWANYCH
                " ODRZUCONE=" LICZBA-ODRZUCONYCH
                " NIEAKTUALNE=" LICZBA-NIEAKTUALNYCH
                " JUZ ZASTOSOWANE=" LICZBA-JUZ-ZASTOSOWANYCH
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "WYGASLE=" LICZBA-WYGASLYCH
                " ODMOWY=" LICZBA-ODMOW
                " OCZEKUJACE=" LICZBA-POZOSTALYCH
                " DECYZJE POMINIETE=" LICZBA-BLEDNYCH-DECYZJI
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

500-ZAPISZ-REJESTR-START.

        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "ZATWKL" TO REJ-PROGRAM.
        MOVE DATA-URUCHOMIENIA TO REJ-DATA.
        MOVE CZAS-URUCHOMIENIA TO REJ-CZAS.
        IF TRYB-LISTA = "T"
                MOVE "LISTA" TO REJ-STATUS-WPISU
        ELSE
                MOVE "START" TO REJ-STATUS-WPISU
        END-IF.
        MOVE 0 TO REJ-LICZBA-WE.
        MOVE 0 TO REJ-LICZBA-WY.
        WRITE REJESTR-RECORD.
        CLOSE REJESTRFILE.

510-ZAPISZ-REJESTR-KONIEC.

      *> Liczniki wpisu KONIEC: pozycje oczekujace na starcie i zmiany
      *> zastosowane na DaneKlientow.
        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "ZATWKL" TO REJ-PROGRAM.
        MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO REJ-CZAS.
        MOVE "KONIEC" TO REJ-STATUS-WPISU.
        MOVE ILOSC-ZMIAN TO REJ-LICZBA-WE.
        MOVE LICZBA-ZASTOSOWANYCH TO REJ-LICZBA-WY.
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

        DISPLAY "*** Podsumowanie zatwierdzania zmian klientow ***".
        DISPLAY "Pozycje oczekujace na starcie:    " ILOSC-ZMIAN.
        DISPLAY "Zastosowane:                      " LICZBA-ZASTOSOWANYCH.
        DISPLAY "Odrzucone:                        " LICZBA-ODRZUCONYCH.
        DISPLAY "Nieaktualne:                      " LICZBA-NIEAKTUALNYCH.
        DISPLAY "Juz zastosowane wczesniej:        "
                LICZBA-JUZ-ZASTOSOWANYCH.
        DISPLAY "Wygasle:                          " LICZBA-WYGASLYCH.
        DISPLAY "Odmowy (ten sam operator):        " LICZBA-ODMOW.
        DISPLAY "Nadal oczekujace:                 " LICZBA-POZOSTALYCH.
        DISPLAY "Decyzje pominiete:                " LICZBA-BLEDNYCH-DECYZJI.

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
