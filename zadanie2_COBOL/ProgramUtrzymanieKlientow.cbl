      *> partia jest edytowana i symulowana (z pamiecia kluczy juz
      *> "zastosowanych" w partii), raport pokazuje co zostaloby
      *> zastosowane/odrzucone, a DaneKlientow pozostaje nietkniete.
      *> Kontrola dwoch osob: zwykly przebieg (token PARM
      *> "OPERATOR=xxxxxxxx" obowiazkowy) tez nie zmienia DaneKlientow -
      *> akcje, ktore przeszly edycje i symulacje, trafiaja z obrazem
      *> przed/po i identyfikatorem wprowadzajacego do pliku
      *> ZmianyOczekujace. Zastosowanie (i zapis do AudytKlientow)
      *> nastepuje dopiero po zatwierdzeniu przez innego operatora
      *> w programie ZATWKL.
IDENTIFICATION DIVISION.
PROGRAM-ID. KLMAINT.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUD-STATUS.

        SELECT ZMIANYFILE ASSIGN TO "ZmianyOczekujace"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ZMF-STATUS.

        SELECT RAPORTBLEDOWFILE ASSIGN TO "RaportBledowKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RBF-STATUS.
        05 AUD-WYNIK                PIC X(11).
        05 AUD-PRZED                PIC X(58).
        05 AUD-PO                   PIC X(58).
      *> Operator wprowadzajacy (KLMAINT) i zatwierdzajacy (ZATWKL);
      *> zapisy sprzed kontroli dwoch osob maja tu spacje.
        05 AUD-OPERATOR-WPROW       PIC X(8).
        05 AUD-OPERATOR-ZATW        PIC X(8).

      *> Zmiany czekajace na zatwierdzenie - dopisywane przez KLMAINT,
      *> przepisywane przez ZATWKL (zostaja tylko pozycje nadal
      *> oczekujace). Numer nadawany kolejno od najwyzszego w pliku;
      *> obraz "przed" to stan klucza w chwili wprowadzenia (plik
      *> glowny albo wczesniejsza pozycja tej samej partii) - ZATWKL
      *> stosuje zmiane tylko, gdy plik glowny nadal mu odpowiada.
FD ZMIANYFILE.
01 ZMIANA-RECORD.
        05 ZM-NUMER                 PIC 9(6).
        05 FILLER                   PIC X(1).
        05 ZM-DATA                  PIC X(8).
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

      *> Raport bledow partii utrzymaniowej - wzorzec jak
      *> RaportBledowTransakcji w EDYTTK: numer rekordu, wynik, powod
      *> i obraz rekordu - odrzuconego albo przekazanego do
      *> zatwierdzenia (w trybie kontrolnym: ocenionego).
FD RAPORTBLEDOWFILE.
01 BLAD-LINE                        PIC X(132).

77 MNT-STATUS           PIC X(2) VALUE "00".
77 AUD-STATUS           PIC X(2) VALUE "00".
77 RBF-STATUS           PIC X(2) VALUE "00".
77 ZMF-STATUS           PIC X(2) VALUE "00".
77 EOF-SWITCH-MNT       PIC X VALUE "N".
77 EOF-SWITCH-ZMF       PIC X VALUE "N".

77 LICZBA-ODRZUCONYCH   PIC 9(6) VALUE 0.
77 LICZBA-ZAPISOW-AUDYTU PIC 9(6) VALUE 0.
77 LICZBA-WCZYTANYCH    PIC 9(6) VALUE 0.
77 LICZBA-OCZEKUJACYCH  PIC 9(6) VALUE 0.
77 OSTATNI-NUMER-ZMIANY PIC 9(6) VALUE 0.

77 WS-ABEND-KOMUNIKAT    PIC X(60) VALUE SPACES.

77 LICZBA-ZASTOSOWANYCH PIC 9(6) VALUE 0.
77 LICZBA-DO-ZASTOSOWANIA PIC 9(6) VALUE 0.

      *> Operator wprowadzajacy partie (token PARM "OPERATOR=") -
      *> ZATWKL nie pozwoli mu zatwierdzic wlasnych zmian.
77 WS-OPERATOR          PIC X(8) VALUE SPACES.
77 WS-PARM-PRZED        PIC X(200) VALUE SPACES.
77 WS-PARM-RESZTA       PIC X(200) VALUE SPACES.

      *> Edycje pol na wejsciu partii - powod odrzucenia jak w EDYTTK.
77 WS-REKORD-CZYSTY     PIC X VALUE "T".
77 POWOD-ODRZUCENIA     PIC X(36) VALUE SPACES.

      *> Symulacja partii w trybie kontrolnym: klucze juz "dotkniete"
      *> przez wczesniejsze rekordy partii wraz z symulowanym stanem
      *> istnienia i obrazem rekordu po akcji - dzieki temu sekwencja
      *> A/C/D na tym samym kluczu jest oceniana tak, jak zadzialalaby
      *> naprawde, a kolejna zmiana klucza dostaje wlasciwy obraz
      *> "przed".
78 MAX-SYMULACJA           VALUE 500.
01 TABLICA-SYMULACJI.
        02 WIERSZ-SYM    OCCURS MAX-SYMULACJA TIMES.
                03 SYM-KOD          PIC X(16).
                03 SYM-ISTNIEJE     PIC X(1).
                03 SYM-OBRAZ        PIC X(58).
77 ILOSC-SYMULOWANYCH   PIC 9(4) VALUE 0.
77 IDX-SYM              PIC 9(4) VALUE 0.
77 WS-SYM-ZNALEZIONY    PIC X VALUE "N".
        MOVE FUNCTION CURRENT-DATE(9:6) TO CZAS-URUCHOMIENIA.

        PERFORM 050-USTAL-TRYB.
        PERFORM 060-SPRAWDZ-OPERATORA.
        PERFORM 500-ZAPISZ-REJESTR-START.
        PERFORM 100-OTWORZ-PLIKI.


510-ZAPISZ-REJESTR-KONIEC.

      *> Liczniki wpisu KONIEC: rekordy wczytane i akcje przekazane
      *> do zatwierdzenia (w trybie KONTROLA takich nie ma).
        MOVE LICZBA-OCZEKUJACYCH TO LICZBA-ZASTOSOWANYCH.

        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
                        "sprawdzona, bez zmian w DaneKlientow."
        END-IF.

        MOVE 0 TO WS-TALLY.
        INSPECT WS-PARM TALLYING WS-TALLY FOR ALL "OPERATOR=".
        IF WS-TALLY > 0
                UNSTRING WS-PARM DELIMITED BY "OPERATOR="
                        INTO WS-PARM-PRZED WS-PARM-RESZTA
                END-UNSTRING
                UNSTRING WS-PARM-RESZTA DELIMITED BY "," OR SPACE
                        INTO WS-OPERATOR
                END-UNSTRING
        END-IF.

060-SPRAWDZ-OPERATORA.

      *> Zwykly przebieg wprowadza zmiany do zatwierdzenia - bez
      *> identyfikatora wprowadzajacego nie da sie wymusic, by
      *> zatwierdzal ktos inny. Odmowa przed wpisem START, zeby w
      *> rejestrze nie zostal przebieg "rozpoczety bez konca".
        IF TRYB-KONTROLA NOT = "T" AND WS-OPERATOR = SPACES
                DISPLAY "**** BLAD KRYTYCZNY: brak identyfikatora "
                        "operatora ****"
                DISPLAY "Uruchom KLMAINT z parametrem OPERATOR=xxxxxxxx "
                        "(albo KONTROLA)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.

100-OTWORZ-PLIKI.

      *> Plik glowny otwierany wylacznie do odczytu w obu trybach -
      *> zmiany stosuje dopiero ZATWKL. Brak pliku oznacza pusty
      *> master (kazde C/D byloby odrzucone).
        OPEN INPUT DANEKLIENTOWFILE.
        IF DKF-STATUS = "00"
                MOVE "T" TO WS-MASTER-DOSTEPNY
        ELSE
                IF DKF-STATUS = "35"
                        DISPLAY "DaneKlientow: brak pliku - "
                                "kontrola wzgledem pustego "
                                "pliku glownego."
                ELSE
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "DaneKlientow: nie mozna otworzyc "
                                DELIMITED BY SIZE
                                "pliku (status " DELIMITED BY SIZE
                                DKF-STATUS DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 998-ABEND-PLIK
                END-IF
        END-IF.

      *> Slad audytowy narasta miedzy uruchomieniami. KLMAINT dopisuje
      *> tylko rekordy odrzucone na wejsciu - akcje przyjete trafiaja
      *> do sladu dopiero przy zastosowaniu w ZATWKL. Tryb kontrolny
      *> nie pisze audytu ani pliku zmian oczekujacych.
        IF TRYB-KONTROLA NOT = "T"
                PERFORM 110-OTWORZ-ZMIANY-OCZEKUJACE
                OPEN EXTEND AUDYTFILE

                IF AUD-STATUS = "35"
                        DELIMITED BY SIZE INTO BLAD-LINE
        ELSE
                STRING "RAPORT BLEDOW PARTII KLIENTOW - DATA: "
                        DATA-URUCHOMIENIA "  OPERATOR: " WS-OPERATOR
                        DELIMITED BY SIZE INTO BLAD-LINE
        END-IF.
        WRITE BLAD-LINE.
                PERFORM 998-ABEND-PLIK
        END-IF.

110-OTWORZ-ZMIANY-OCZEKUJACE.

      *> Najwyzszy numer pozycji juz czekajacych - nowe pozycje
      *> dostaja kolejne numery. Brak pliku = brak oczekujacych.
        OPEN INPUT ZMIANYFILE.
        IF ZMF-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-ZMF
                PERFORM UNTIL EOF-SWITCH-ZMF = "Y"
                        READ ZMIANYFILE
                                AT END MOVE "Y" TO EOF-SWITCH-ZMF
                                NOT AT END
                                        IF ZM-NUMER IS NUMERIC
                                           AND ZM-NUMER > OSTATNI-NUMER-ZMIANY
                                                MOVE ZM-NUMER
                                                  TO OSTATNI-NUMER-ZMIANY
                                        END-IF
                        END-READ
                END-PERFORM
                CLOSE ZMIANYFILE
        END-IF.

        OPEN EXTEND ZMIANYFILE.
        IF ZMF-STATUS = "35"
                OPEN OUTPUT ZMIANYFILE
        END-IF.
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

200-PRZETWORZ-TRANSAKCJE.

      *> Edycje pol ida PRZED akcja: rekord z pustym kodem/nazwa albo
      *> bledna suma NIP jest odrzucany z powodem do raportu bledow
      *> i zapisem ODRZUCONO w AudytKlientow. Rekord czysty przechodzi
      *> symulacje wzgledem pliku glownego i wczesniejszych rekordow
      *> partii (280); w zwyklym przebiegu akcja wykonalna trafia do
      *> ZmianyOczekujace, odrzucona - do raportu i audytu.
        MOVE SPACES TO OBRAZ-PRZED.
        MOVE SPACES TO OBRAZ-PO.
        MOVE SPACES TO WYNIK-AKCJI.
                MOVE "ODRZUCONO" TO WYNIK-AKCJI
                PERFORM 265-ZAPISZ-BLAD
        ELSE
                PERFORM 280-KONTROLUJ-AKCJE
                IF TRYB-KONTROLA NOT = "T"
                   AND WYNIK-AKCJI = "DO-ZASTOS."
                        PERFORM 270-ZAPISZ-ZMIANE
                END-IF
                PERFORM 265-ZAPISZ-BLAD
        END-IF.

        IF TRYB-KONTROLA NOT = "T" AND WYNIK-AKCJI = "ODRZUCONO"
                PERFORM 240-ZAPISZ-AUDYT
        END-IF.

      *> wczesniejszych rekordow tej partii (tablica symulacji) -
      *> "A" po "A" na tym samym kluczu jest duplikatem, "C" po "A"
      *> jest poprawne, choc klucza nie ma jeszcze w pliku glownym.
      *> Ta sama symulacja ocenia akcje zwyklego przebiegu przed
      *> wpisaniem ich do ZmianyOczekujace. Obraz "przed" ustawia 285,
      *> obraz "po" budowany jest z rekordu partii (pusty dla D).
        PERFORM 285-CZY-KLIENT-ISTNIEJE.
        PERFORM 250-OBRAZ-Z-MAINT.

        EVALUATE FUNCTION UPPER-CASE(MAINT-AKCJA)
                WHEN "A"
                                MOVE "DO-ZASTOS." TO WYNIK-AKCJI
                                COMPUTE LICZBA-DO-ZASTOSOWANIA =
                                        LICZBA-DO-ZASTOSOWANIA + 1
                                MOVE OBRAZ-KLIENTA TO OBRAZ-PO
                                MOVE "T" TO WS-KLIENT-ISTNIEJE
                                PERFORM 290-NOTUJ-SYMULACJE
                        END-IF
                                MOVE "DO-ZASTOS." TO WYNIK-AKCJI
                                COMPUTE LICZBA-DO-ZASTOSOWANIA =
                                        LICZBA-DO-ZASTOSOWANIA + 1
                                MOVE OBRAZ-KLIENTA TO OBRAZ-PO
                                PERFORM 290-NOTUJ-SYMULACJE
                        ELSE
                                MOVE "ODRZUCONO" TO WYNIK-AKCJI
                                MOVE "KLIENT NIE ISTNIEJE"
                                MOVE "DO-ZASTOS." TO WYNIK-AKCJI
                                COMPUTE LICZBA-DO-ZASTOSOWANIA =
                                        LICZBA-DO-ZASTOSOWANIA + 1
                                MOVE SPACES TO OBRAZ-PO
                                MOVE "N" TO WS-KLIENT-ISTNIEJE
                                PERFORM 290-NOTUJ-SYMULACJE
                        ELSE
                        END-IF
        END-EVALUATE.

      *> Akcja odrzucona przez symulacje niesie w obrazie "po" sam
      *> rekord partii - jak dawniej odrzucenie przez plik glowny.
        IF WYNIK-AKCJI = "ODRZUCONO"
                MOVE OBRAZ-KLIENTA TO OBRAZ-PO
        END-IF.

285-CZY-KLIENT-ISTNIEJE.

      *> glownym; klucz nieznany partii jest sprawdzany w pliku.
        MOVE "N" TO WS-KLIENT-ISTNIEJE.
        MOVE "N" TO WS-SYM-ZNALEZIONY.
        MOVE SPACES TO OBRAZ-PRZED.

        PERFORM VARYING IDX-SYM FROM 1 BY 1
                UNTIL IDX-SYM > ILOSC-SYMULOWANYCH
                IF SYM-KOD(IDX-SYM) IS EQUAL TO MAINT-KOD
                        MOVE "T" TO WS-SYM-ZNALEZIONY
                        MOVE SYM-ISTNIEJE(IDX-SYM) TO WS-KLIENT-ISTNIEJE
                        MOVE SYM-OBRAZ(IDX-SYM) TO OBRAZ-PRZED
                END-IF
        END-PERFORM.

                                        MOVE "N" TO WS-KLIENT-ISTNIEJE
                                NOT INVALID KEY
                                        MOVE "T" TO WS-KLIENT-ISTNIEJE
                                        MOVE KLIENCI-RECORD TO OBRAZ-PRZED
                        END-READ
                END-IF
        END-IF.
290-NOTUJ-SYMULACJE.

      *> Zapamietanie symulowanego stanu klucza (WS-KLIENT-ISTNIEJE
      *> i OBRAZ-PO po akcji). Wpis istniejacy jest nadpisywany.
        MOVE "N" TO WS-SYM-ZNALEZIONY.

        PERFORM VARYING IDX-SYM FROM 1 BY 1
                IF SYM-KOD(IDX-SYM) IS EQUAL TO MAINT-KOD
                        MOVE "T" TO WS-SYM-ZNALEZIONY
                        MOVE WS-KLIENT-ISTNIEJE TO SYM-ISTNIEJE(IDX-SYM)
                        MOVE OBRAZ-PO TO SYM-OBRAZ(IDX-SYM)
                END-IF
        END-PERFORM.

                MOVE MAINT-KOD TO SYM-KOD(ILOSC-SYMULOWANYCH)
                MOVE WS-KLIENT-ISTNIEJE
                        TO SYM-ISTNIEJE(ILOSC-SYMULOWANYCH)
                MOVE OBRAZ-PO TO SYM-OBRAZ(ILOSC-SYMULOWANYCH)
        END-IF.

270-ZAPISZ-ZMIANE.

      *> Akcja wykonalna czeka w ZmianyOczekujace na zatwierdzenie
      *> przez innego operatora (ZATWKL) - plik glowny zostaje bez
      *> zmian do tego czasu.
        COMPUTE OSTATNI-NUMER-ZMIANY = OSTATNI-NUMER-ZMIANY + 1.
        MOVE SPACES TO ZMIANA-RECORD.
        MOVE OSTATNI-NUMER-ZMIANY TO ZM-NUMER.
        MOVE DATA-URUCHOMIENIA TO ZM-DATA.
        MOVE CZAS-URUCHOMIENIA TO ZM-CZAS.
        MOVE WS-OPERATOR TO ZM-OPERATOR.
        MOVE FUNCTION UPPER-CASE(MAINT-AKCJA) TO ZM-AKCJA.
        MOVE OBRAZ-PRZED TO ZM-PRZED.
        MOVE OBRAZ-PO TO ZM-PO.
        WRITE ZMIANA-RECORD.

        COMPUTE LICZBA-OCZEKUJACYCH = LICZBA-OCZEKUJACYCH + 1.
        MOVE "OCZEKUJE" TO WYNIK-AKCJI.
        DISPLAY "Zmiana " OSTATNI-NUMER-ZMIANY " czeka na "
                "zatwierdzenie: " MAINT-AKCJA " " MAINT-KOD.

240-ZAPISZ-AUDYT.

        MOVE WYNIK-AKCJI       TO AUD-WYNIK.
        MOVE OBRAZ-PRZED       TO AUD-PRZED.
        MOVE OBRAZ-PO          TO AUD-PO.
        MOVE WS-OPERATOR       TO AUD-OPERATOR-WPROW.
        WRITE AUDYT-RECORD.
        COMPUTE LICZBA-ZAPISOW-AUDYTU = LICZBA-ZAPISOW-AUDYTU + 1.

                DELIMITED BY SIZE INTO BLAD-LINE
        WRITE BLAD-LINE.

        IF WS-MASTER-DOSTEPNY = "T"
                CLOSE DANEKLIENTOWFILE
        END-IF.
        CLOSE KLIENCIMAINTFILE.
        IF TRYB-KONTROLA NOT = "T"
                CLOSE AUDYTFILE
                CLOSE ZMIANYFILE
        END-IF.
        CLOSE RAPORTBLEDOWFILE.

                DISPLAY "DaneKlientow: BEZ ZMIAN (tryb KONTROLA)."
        ELSE
                DISPLAY "*** Podsumowanie utrzymania DaneKlientow ***"
                DISPLAY "Operator:    " WS-OPERATOR
                DISPLAY "Wczytano:    " LICZBA-WCZYTANYCH
                DISPLAY "Do zatwierdzenia: " LICZBA-OCZEKUJACYCH
                DISPLAY "Odrzucono:   " LICZBA-ODRZUCONYCH
                DISPLAY "Zapisy sladu audytowego: " LICZBA-ZAPISOW-AUDYTU
                DISPLAY "DaneKlientow: BEZ ZMIAN do zatwierdzenia (ZATWKL)."
        END-IF.
