        05 KOD-KLIENTA-TK           PIC 9(16).
        05 WALUTA-TRANSAKCJI        PIC A(17).
        05 DEBET-KREDYT-FLAGA       PIC A(14).
      *> Kwota w groszach (dwa miejsca dziesietne domniemane) - pole
      *> tekstowe 13 cyfr, np. 0000001234550 = 12 345,50.
        05 WARTOSC-TRANSAKCJI       PIC 9(11)V99.
        05 DATA-TRANSAKCJI          PIC 9(8).
      *> Unikalny numer referencyjny nadawany przez oddzial - podstawa
      *> wykrywania podwojnego zasilenia tym samym wyciagiem.
        05 ZAW-KOD-KLIENTA          PIC X(16).
        05 ZAW-WALUTA               PIC X(17).
        05 ZAW-FLAGA                PIC X(14).
        05 ZAW-WARTOSC              PIC 9(11)V99.
        05 ZAW-DATA                 PIC 9(8).
        05 ZAW-REFERENCJA           PIC X(12).
        05 ZAW-STORNO               PIC X(1).
      *> co noc.
FD ESKALACJAFILE.
01 ESKALACJA-RECORD.
        05 ESK-TRANSAKCJA           PIC X(112).
        05 ESK-DATA-ESKALACJI       PIC 9(8).

      *> Raport wiekowania pozycji zawieszonych: podzial na kubelki
        05 SALDO-KLUCZ.
                10 SALDO-KLIENT     PIC X(17).
                10 SALDO-WALUTA     PIC X(17).
        05 SALDO-WARTOSC            PIC S9(13)V99.

      *> Rejestr okresow zamknietych przez ZAMKOKR. Okres raportu
      *> (OD=/DO=) pokrywajacy sie z ktorymkolwiek wierszem rejestru
      *> Wspolny rejestr przebiegow nocnej partii - uklad jak w EDYTTK
      *> i KLMAINT. DKTS na starcie sprawdza: (1) czy EDYTTK zakonczyl
      *> sie dla biezacej partii, (2) czy poprzedni przebieg DKTS nie
      *> wisi jako rozpoczety bez konca, (3) czy LADKURS przyjal nowe
      *> kursy walut od ostatniego przebiegu. Token PARM "WYMUS"
      *> pomija wszystkie kontrole.
FD REJESTRFILE.
01 REJESTR-RECORD.
        05 REJ-PROGRAM              PIC X(8).
                03 WYJ-KLIENT       PIC X(17).
                03 WYJ-WALUTA       PIC X(17).
                03 WYJ-LIMIT        PIC 9(11).
                03 WYJ-SALDO        PIC S9(13)V99.
                03 WYJ-NADWYZKA     PIC S9(13)V99.
77 ILOSC-WYJATKOW-LIM   PIC 9(4) VALUE 0.
77 WYJ-RODZAJ-BIEZACY   PIC X(1) VALUE SPACE.
77 LICZBA-PRZEKROCZEN   PIC 9(4) VALUE 0.
        05 LL-WALUTA     PIC X(18).
        05 LL-LIMIT      PIC Z(10)9.
        05 FILLER        PIC X(2) VALUE SPACES.
        05 LL-SALDO      PIC -(13)9.99.
        05 FILLER        PIC X(2) VALUE SPACES.
        05 LL-NADWYZKA   PIC -(13)9.99.

      *> Kontrola kolejnosci przebiegow wg rejestru RejestrPrzebiegow.
77 REJ-STATUS           PIC X(2) VALUE "00".
77 OSTATNI-DKTS-KONIEC   PIC X(14) VALUE SPACES.
77 OSTATNI-DKTS-ZAMKNIECIE PIC X(14) VALUE SPACES.
77 OSTATNI-DKTS-START    PIC X(14) VALUE SPACES.
      *> OSTATNI-LADKURS-KONIEC: tylko przebiegi, ktore przyjely co
      *> najmniej jeden kurs (LICZBA-WY > 0).
77 OSTATNI-LADKURS-KONIEC PIC X(14) VALUE SPACES.
77 EOF-SWITCH-REJ       PIC X VALUE "N".

77 SELECT-COUNTRY       PIC A(2).
78 MAX-NIEDOPASOWANE       VALUE 500.
78 MAX-NIEPOPRAWNE-NIP     VALUE 500.
78 MAX-KRAJE-LISTA         VALUE 200.
78 MAX-KURSY-WALUT         VALUE 9000.
78 MAX-KONSOLIDACJA        VALUE 500.

01 TABLICA-TRANSAKCJE.
        02 WIERSZ-TT                    OCCURS MAX-TRANSAKCJE TIMES.
                03 KOLUMNA-TT           OCCURS 4  TIMES.
                        04 TRANSAKCJAKRAJ   PIC X(17).
      *> Kwota transakcji jako pole liczbowe z groszami - kolumna
      *> tekstowa nie przenosi miejsc dziesietnych.
                03 TRANSAKCJA-KWOTA     PIC 9(11)V99.
      *> Data transakcji obok kolumn tekstowych - przeliczenie na PLN
      *> w 216 musi znac date kazdej transakcji, zeby dobrac kurs
      *> obowiazujacy w tym dniu.

01 TABLICA-RAPORT.
        02 WIERSZ-R                     OCCURS MAX-RAPORT-WIERSZY TIMES.
      *> Kolumny tekstowe: 1 = klient, 4 = waluta. Kolumny 2 i 3 nie
      *> niosa juz kwot - sumy debetow i kredytow z groszami sa
      *> w polach liczbowych RAPORT-DEBET / RAPORT-KREDYT.
                03 KOLUMNA-R            OCCURS 4 TIMES.
                        04 RAPORT       PIC X(17).
                03 RAPORT-DEBET         PIC 9(13)V99 VALUE 0.
                03 RAPORT-KREDYT        PIC 9(13)V99 VALUE 0.
                03 RAPORT-NETTO         PIC S9(13)V99 VALUE 0.
                03 RAPORT-PLN           PIC S9(13)V99 VALUE 0.
      *> Surowy kod klienta sprzed podmiany kodu na nazwe w 204 -
      *> wyciagi i dalsze przetwarzanie musza umiec wrocic do klucza
      *> z DaneKlientow takze po podmianie kolumny prezentacyjnej.
      *> nazwe prezentacyjna, po ktorej system odbiorczy nie umie
      *> dolaczyc wiersza do rekordow R ani do DaneKlientow.
                03 KLIENT-KONS-KOD  PIC X(17).
                03 SUMA-PLN-KONS    PIC S9(13)V99 VALUE 0.
77 ILOSC-KONSOLIDACJI    PIC 9(4) VALUE 0.

      *> Klienci wystepujacy w transakcjach, ktorych nie ma w DaneKlientow
                03 ND-KOD-KLIENTA    PIC X(17).
                03 ND-WALUTA         PIC A(17).
                03 ND-FLAGA          PIC A(14).
                03 ND-WARTOSC        PIC 9(11)V99.
                03 ND-DATA           PIC 9(8).
                03 ND-REFERENCJA     PIC X(12).
                03 ND-STORNO         PIC X(1).
        05 BT-KLIENT            PIC X(16).
        05 BT-WALUTA            PIC X(17).
        05 BT-FLAGA             PIC X(14).
        05 BT-WARTOSC           PIC 9(11)V99.
        05 BT-DATA              PIC 9(8).
        05 BT-REFERENCJA        PIC X(12).
        05 BT-STORNO            PIC X(1).
      *> plik od nowa (przy pelnej liscie krajow byly to dziesiatki
      *> pelnych przebiegow pliku kazdej nocy).
01 TABLICA-WSZYSTKIE.
        02 WSZYSTKIE-TRANS OCCURS MAX-TRANSAKCJE TIMES PIC X(112).
77 ILOSC-WSZYSTKICH             PIC 9(4) VALUE 0.
77 IDX-WSZYSTKIE                PIC 9(4) VALUE 0.

                03 DUP-KRAJ          PIC X(2).
                03 DUP-KLIENT        PIC X(16).
                03 DUP-WALUTA        PIC X(17).
                03 DUP-WARTOSC       PIC 9(11)V99.
77 LICZBA-DUPLIKATOW            PIC 9(4) VALUE 0.
77 WS-DUPLIKAT                  PIC X VALUE "N".
77 WS-DUPLIKATY-PELNE           PIC X VALUE "N".
                03 KOR-KLIENT        PIC X(16).
                03 KOR-WALUTA        PIC X(17).
                03 KOR-FLAGA         PIC X(1).
                03 KOR-WARTOSC       PIC 9(11)V99.
77 LICZBA-KOREKT                PIC 9(4) VALUE 0.
77 WS-KOREKTY-PELNE             PIC X VALUE "N".

      *> READ INTO nowy uklad widzi cyfry dawnego ZAW-WIEK w polach
      *> storna, a sam licznik jako spacje. Cyfry sa odzyskiwane tym
      *> polem roboczym (108 / 623), zamiast zerowac wiek pozycjom
      *> w locie. Pliki sprzed poszerzenia kwoty (rekord 103 bajty)
      *> przepisuje jednorazowo program KONWKWOT.
77 WS-WIEK-STARY                PIC X(3) VALUE SPACES.

      *> Eskalacja martwych pozycji zawieszonych: pozycja, ktorej
                03 WIEK-WALUTA      PIC X(17).
                03 WIEK-KUBELEK     OCCURS 4 TIMES.
                        04 WIEK-ILOSC   PIC 9(5).
                        04 WIEK-SUMA    PIC 9(13)V99.
77 ILOSC-WIEKOWANIA             PIC 9(4) VALUE 0.
77 IDX-WIEK                     PIC 9(4) VALUE 0.
77 NR-KUBELKA                   PIC 9 VALUE 0.
        05 LWK-KUBELEK   OCCURS 4 TIMES.
                10 LWK-ILOSC    PIC Z(4)9.
                10 FILLER       PIC X(1) VALUE SPACES.
                10 LWK-SUMA     PIC Z(12)9.99.
                10 FILLER       PIC X(2) VALUE SPACES.

      *> Restart przebiegu wielokrajowego: kraje odnotowane w pliku
      *> Pola robocze eksportu maszynowego: kwoty ze znakiem w postaci
      *> jawnej (+/-) i z kropka dziesietna, sumy kontrolne segmentu.
77 LICZBA-EKSPORTOWANYCH        PIC 9(6) VALUE 0.
77 EKSP-SUMA-DEBET              PIC 9(15)V99 VALUE 0.
77 EKSP-SUMA-KREDYT             PIC 9(15)V99 VALUE 0.
77 EKSP-DEBET                   PIC 9(13).99.
77 EKSP-KREDYT                  PIC 9(13).99.
77 EKSP-NETTO                   PIC +9(13).99.
77 EKSP-PLN                     PIC +9(13).99.
77 EKSP-SUMA-DEBET-ED           PIC 9(15).99.
77 EKSP-SUMA-KREDYT-ED          PIC 9(15).99.

      *> Salda narastajace: dostepnosc pliku (stanowiska bez zalozonego
      *> mastera sald dostaja raport bez kolumn salda), saldo otwarcia
      *> koncowa" wychwytuje pominieta lub podwojona aktualizacje,
      *> czego nie umie kontrola liczona z tych samych pol w pamieci.
77 WS-SALDA-DOSTEPNE            PIC X VALUE "N".
77 SALDO-OTWARCIA               PIC S9(13)V99 VALUE 0.
77 SALDO-ZAMKNIECIA             PIC S9(13)V99 VALUE 0.
77 SUMA-SALD-RUCH               PIC S9(15)V99 VALUE 0.
77 SALDA-SUMA-PLIKU             PIC S9(15)V99 VALUE 0.
77 SALDA-SUMA-POCZATKOWA        PIC S9(15)V99 VALUE 0.
77 SALDA-SUMA-KONCOWA           PIC S9(15)V99 VALUE 0.
77 WS-SALDA-EOF                 PIC X VALUE "N".

01 LINIA-SALDA.
        05 LS-KLIENT     PIC X(20).
        05 LS-WALUTA     PIC X(10).
        05 LS-OTWARCIE   PIC -(13)9.99.
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LS-RUCH       PIC -(13)9.99.
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LS-ZAMKNIECIE PIC -(13)9.99.

      *> Pola robocze budowy wyciagow klientow.
77 LICZBA-WYCIAGOW              PIC 9(4) VALUE 0.
77 WS-WYCIAG-MA-WIERSZE         PIC X VALUE "N".
77 WS-WYCIAG-KLUCZ              PIC X(17) VALUE SPACES.
77 WYCIAG-POZYCJA-PLN           PIC S9(13)V99 VALUE 0.

      *> Harmonogram wysylki wyciagow wg pliku ProfileWyciagow.
      *> Decyzja "naleznym/pominiety" zapada per klient i kraj podczas
77 WS-WYCIAG-NALEZNY            PIC X VALUE "T".
77 LICZBA-WYC-POMINIETE-TERMIN  PIC 9(4) VALUE 0.
77 LICZBA-WYC-POMINIETE-ZEROWE  PIC 9(4) VALUE 0.
77 WYCIAG-SUMA-OBROTOW          PIC 9(15)V99 VALUE 0.

      *> Klienci, ktorych termin wysylki przypadl w tym przebiegu -
      *> po petli krajow ich daty nastepnej wysylki ida do przodu.
      *> przepisywaniu pliku TransakcjeZawieszone wracaja bez zmian,
      *> zeby ponowny przebieg dla czesci krajow nie gubil reszty.
01 TABLICA-ZAW-POZOSTALE.
        02 POZOSTALA-ZAW OCCURS MAX-NIEDOPASOWANE TIMES PIC X(112).
77 ILOSC-ZAW-POZOSTALYCH        PIC 9(4) VALUE 0.
77 WS-KRAJ-NA-LISCIE            PIC X VALUE "N".

      *> WS-NIEDOPASOWANE-PELNE - jawne ostrzezenie zamiast cichego
      *> pominiecia rekordu po przekroczeniu limitu tablicy.
77 WS-KRAJE-PELNA               PIC X VALUE "N".
77 WS-KONSOLIDACJA-PELNA        PIC X VALUE "N".

      *> Robocze pola walidacji NIP - waga x cyfra, suma mod 11.
        05 ILOSCKLIENTOW PIC 9(3) VALUE 0.
        05 ILOSCWALUT    PIC 9(3) VALUE 0.
        05 KLIENTXWALUTA PIC 9(4) VALUE 0.

      *> Sumy kontrolne rekoncyliacji koncowej (request 009).
77 TOTAL-DEBET           PIC 9(15)V99 VALUE 0.
77 TOTAL-KREDYT          PIC 9(15)V99 VALUE 0.
77 TOTAL-NETTO           PIC S9(15)V99 VALUE 0.
77 SUMA-WARTOSC-KRAJ     PIC 9(15)V99 VALUE 0.
77 LICZBA-WYBRANYCH-KRAJ PIC 9(6) VALUE 0.
77 LICZBA-ODRZUCONYCH-KRAJ PIC 9(6) VALUE 0.

77 WS-ABEND-KOMUNIKAT    PIC X(60) VALUE SPACES.
      *> Kwota z groszami w postaci drukowalnej - do linii skladanych
      *> przez STRING (niedopasowane, duplikaty, korekty).
77 KWOTA-EDYCJA          PIC Z(10)9.99.
      *> Lista krajow (402) ustalana jest przed otwarciem raportu (900),
      *> wiec paragrafy abendowe musza wiedziec, czy plik raportu jest
      *> juz otwarty, zanim sprobuja do niego pisac.
      *> Pola pomocnicze do budowy linii raportu w pliku RaportKlientow.
01 LINIA-RAPORTU.
        05 LR-KLIENT     PIC X(20).
        05 LR-DEBET      PIC Z(12)9.99.
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LR-KREDYT     PIC Z(12)9.99.
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LR-NETTO      PIC -(13)9.99.
        05 FILLER        PIC X(2)  VALUE SPACES.
        05 LR-WALUTA     PIC X(19).
        05 LR-PLN        PIC -(13)9.99.


PROCEDURE DIVISION.
                        MOVE BT-KLIENT  TO TRANSAKCJAKRAJ(J,2)
                        MOVE BT-WALUTA  TO TRANSAKCJAKRAJ(J,3)
                        MOVE BT-FLAGA   TO TRANSAKCJAKRAJ(J,4)
                        MOVE BT-WARTOSC TO TRANSAKCJA-KWOTA(J)
                        MOVE BT-DATA    TO TRANSAKCJA-DATA(J)

                        COMPUTE SUMA-WARTOSC-KRAJ =
      *> w przebiegu wielokrajowym kolumna nieustawiona ponizej
      *> zachowuje kwote z poprzedniego kraju (tablica nie jest
      *> czyszczona miedzy krajami).
                        MOVE ZEROES TO RAPORT-DEBET(NOWYWIERSZ)
                        MOVE ZEROES TO RAPORT-KREDYT(NOWYWIERSZ)
                        MOVE ZEROES TO RAPORT-PLN(NOWYWIERSZ)

                          IF TRANSAKCJAKRAJ(J,4) IS EQUAL TO "D" THEN
                           MOVE TRANSAKCJA-KWOTA(J) TO RAPORT-DEBET(NOWYWIERSZ)
                          ELSE
                           MOVE TRANSAKCJA-KWOTA(J) TO RAPORT-KREDYT(NOWYWIERSZ)
                          END-IF

                        COMPUTE KLIENTXWALUTA = KLIENTXWALUTA + 1

                IF W IS NOT EQUAL 0 THEN
                   IF TRANSAKCJAKRAJ(J,4) IS EQUAL TO "D" THEN
                      COMPUTE RAPORT-DEBET(BIEZACYWIERSZ) =
                              RAPORT-DEBET(BIEZACYWIERSZ)
                              + TRANSAKCJA-KWOTA(J)
                      ELSE
                      COMPUTE RAPORT-KREDYT(BIEZACYWIERSZ) =
                              RAPORT-KREDYT(BIEZACYWIERSZ)
                              + TRANSAKCJA-KWOTA(J)
                   END-IF
                   PERFORM 216-DOLICZ-PLN-TRANSAKCJI
               END-IF
        COMPUTE TOTAL-NETTO = 0.

        PERFORM VARYING W FROM 1 BY 1 UNTIL W > KLIENTXWALUTA
                COMPUTE RAPORT-NETTO(W) =
                        RAPORT-DEBET(W) - RAPORT-KREDYT(W)
                COMPUTE TOTAL-DEBET  = TOTAL-DEBET  + RAPORT-DEBET(W)
                COMPUTE TOTAL-KREDYT = TOTAL-KREDYT + RAPORT-KREDYT(W)
                COMPUTE TOTAL-NETTO  = TOTAL-NETTO  + RAPORT-NETTO(W)
        END-PERFORM.

        PERFORM 211-ZNAJDZ-KURS-WALUTY.

        IF WS-KURS-ZNALEZIONY = "T"
                IF TRANSAKCJAKRAJ(J,4) IS EQUAL TO "D"
                        COMPUTE RAPORT-PLN(BIEZACYWIERSZ) =
                                RAPORT-PLN(BIEZACYWIERSZ)
                                + TRANSAKCJA-KWOTA(J) * WS-KURS-BIEZACY
                ELSE
                        COMPUTE RAPORT-PLN(BIEZACYWIERSZ) =
                                RAPORT-PLN(BIEZACYWIERSZ)
                                - TRANSAKCJA-KWOTA(J) * WS-KURS-BIEZACY
                END-IF
        ELSE
                COMPUTE LICZBA-BRAK-KURSU = LICZBA-BRAK-KURSU + 1
                                                          DATA-KURS(ILOSC-KURSOW)
                                                END-IF
                                        ELSE
                                                MOVE
                                                  "TABLICA-KURSY (KursyWalut) capacity exceeded"
                                                        TO WS-ABEND-KOMUNIKAT
                                                PERFORM 999-ABEND-POJEMNOSC
                                        END-IF
                        END-READ
                END-PERFORM
                CLOSE KURSYWALUTFILE
        END-IF.

208-PROCESS-KONSOLIDACJA-WALUT.

      *> Zbiorcza suma PLN per klient (request 006). Kolumna RAPORT-PLN

420-SPRAWDZ-REJESTR-PRZEBIEGOW.

      *> Trzy kontrole kolejnosci wg rejestru przebiegow:
      *> (1) poprzedni przebieg DKTS rozpoczety bez wpisu KONIEC nadal
      *>     "wisi" - raport po abendzie wymaga decyzji operatora
      *>     (RESTART lub WYMUS), a nie slepego ponowienia;
      *> (2) brak wpisu KONIEC EDYTTK nowszego niz ostatni KONIEC DKTS
      *>     oznacza, ze TransakcjeKlientow to partia juz raz
      *>     skonsumowana (albo EDYTTK w ogole nie byl uruchomiony);
      *> (3) brak wpisu KONIEC LADKURS z przyjetymi kursami nowszego
      *>     niz ostatni KONIEC DKTS oznacza przeliczenie partii po
      *>     kursach z poprzedniego dnia.
      *> Kontrole (2) i (3) nie dotycza trybu ZAWIESZONE - jego zrodlem
      *> jest plik TransakcjeZawieszone, a nie partia z EDYTTK, a kursy
      *> odswiezono juz przed zwyklym przebiegiem tej nocy.
      *> Brak rejestru (pierwsza noc po wdrozeniu) przepuszcza przebieg.
        IF TRYB-WYMUS = "T"
                DISPLAY "DKTS: kontrola rejestru przebiegow pominieta "
        IF REJ-PROGRAM = "EDYTTK" AND REJ-STATUS-WPISU = "KONIEC"
                MOVE REJ-STEMPEL TO OSTATNI-EDYTTK-KONIEC
        END-IF.
        IF REJ-PROGRAM = "LADKURS" AND REJ-STATUS-WPISU = "KONIEC"
           AND REJ-LICZBA-WY > 0
                MOVE REJ-STEMPEL TO OSTATNI-LADKURS-KONIEC
        END-IF.
        IF REJ-PROGRAM = "DKTS"
                EVALUATE REJ-STATUS-WPISU
                        WHEN "KONIEC"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-IF
                IF OSTATNI-LADKURS-KONIEC = SPACES
                   OR OSTATNI-LADKURS-KONIEC NOT > OSTATNI-DKTS-KONIEC
                        DISPLAY "**** BLAD KRYTYCZNY: kursy walut nie "
                                "zostaly odswiezone ****"
                        DISPLAY "Ostatni KONIEC LADKURS: ["
                                OSTATNI-LADKURS-KONIEC "], ostatni "
                                "KONIEC DKTS: [" OSTATNI-DKTS-KONIEC "]."
                        DISPLAY "Uruchom LADKURS albo powtorz DKTS z "
                                "parametrem WYMUS."
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-IF
        END-IF.

421-ZAPISZ-REJESTR-START.
                        DATA-DO " pokrywa sie z okresem zamknietym "
                        OKR-OD " - " OKR-DO " (zamkniecie "
                        OKR-DATA-ZAMKNIECIA ") ****"
                DISPLAY "Raport zamknietego okresu odtwarza program "
                        "RAPHIST z HistoriaTransakcji i SaldaOkresow."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.

        PERFORM VARYING W FROM 1 BY 1 UNTIL W > KLIENTXWALUTA
                        DISPLAY RAPORT(W,1)"  "
                                RAPORT-DEBET(W)"  "
                                RAPORT-KREDYT(W)"  "
                                RAPORT(W,4)"  "
                                RAPORT-NETTO(W)"  "
                                RAPORT-PLN(W)
        WRITE RAPORT-LINE.

        MOVE SPACES TO RAPORT-LINE.
        STRING "Klient/Waluta                  Debet            Kredyt"
                "              Netto"
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

        PERFORM VARYING W FROM 1 BY 1 UNTIL W > KLIENTXWALUTA
                MOVE SPACES TO LINIA-RAPORTU
                MOVE RAPORT(W,1)      TO LR-KLIENT
                MOVE RAPORT-DEBET(W)  TO LR-DEBET
                MOVE RAPORT-KREDYT(W) TO LR-KREDYT
                MOVE RAPORT-NETTO(W)  TO LR-NETTO
                MOVE RAPORT(W,4)      TO LR-WALUTA
                MOVE RAPORT-PLN(W)    TO LR-PLN

        PERFORM VARYING W FROM 1 BY 1 UNTIL W > KLIENTXWALUTA
                IF RAPORT-KOD(W) IS EQUAL TO KLIENT(K,1)
                        COMPUTE WYCIAG-SUMA-OBROTOW =
                                WYCIAG-SUMA-OBROTOW
                                + RAPORT-DEBET(W) + RAPORT-KREDYT(W)
                END-IF
        END-PERFORM.

        WRITE WYCIAG-LINE.

        MOVE SPACES TO WYCIAG-LINE.
        STRING "Waluta                         Debet            Kredyt"
                "              Netto"
                DELIMITED BY SIZE INTO WYCIAG-LINE.
        WRITE WYCIAG-LINE.

      *> Wiersze per waluta; klucz prezentacyjny pierwszego wiersza
                        END-IF
                        MOVE SPACES TO LINIA-RAPORTU
                        MOVE RAPORT(W,4)      TO LR-KLIENT
                        MOVE RAPORT-DEBET(W)  TO LR-DEBET
                        MOVE RAPORT-KREDYT(W) TO LR-KREDYT
                        MOVE RAPORT-NETTO(W)  TO LR-NETTO
                        MOVE RAPORT-PLN(W)    TO LR-PLN
                        MOVE LINIA-RAPORTU    TO WYCIAG-LINE
      *> srednikami, bez edycji prezentacyjnej - kod klienta to surowy
      *> RAPORT-KOD sprzed podmiany na nazwe w 204.
        PERFORM VARYING W FROM 1 BY 1 UNTIL W > KLIENTXWALUTA
                MOVE RAPORT-DEBET(W) TO EKSP-DEBET
                MOVE RAPORT-KREDYT(W) TO EKSP-KREDYT
                MOVE RAPORT-NETTO(W) TO EKSP-NETTO
                MOVE RAPORT-PLN(W) TO EKSP-PLN
                MOVE SPACES TO EKSPORT-LINE
                STRING "R;" SELECT-COUNTRY ";"
                        RAPORT-KOD(W) ";"
                        RAPORT(W,4) ";"
                        EKSP-DEBET ";"
                        EKSP-KREDYT ";"
                        EKSP-NETTO ";"
                        EKSP-PLN
                        DELIMITED BY SIZE INTO EKSPORT-LINE
                WRITE EKSPORT-LINE
                COMPUTE LICZBA-EKSPORTOWANYCH = LICZBA-EKSPORTOWANYCH + 1
                COMPUTE EKSP-SUMA-DEBET =
                        EKSP-SUMA-DEBET + RAPORT-DEBET(W)
                COMPUTE EKSP-SUMA-KREDYT =
                        EKSP-SUMA-KREDYT + RAPORT-KREDYT(W)
        END-PERFORM.

        PERFORM VARYING W FROM 1 BY 1 UNTIL W > ILOSC-KONSOLIDACJI

                PERFORM VARYING W FROM 1 BY 1 UNTIL W > ILOSC-NIEDOPASOWANYCH
                        IF ND-KRAJ(W) IS EQUAL TO SELECT-COUNTRY
                                MOVE ND-WARTOSC(W) TO KWOTA-EDYCJA
                                DISPLAY ND-KOD-KLIENTA(W) "  " ND-WALUTA(W)
                                        "  " ND-FLAGA(W) "  " KWOTA-EDYCJA
                                        "  wiek=" ND-WIEK(W)
                                MOVE SPACES TO RAPORT-LINE
                                STRING "NIEDOPASOWANY: " ND-KOD-KLIENTA(W)
                                        " " ND-WALUTA(W) " " ND-FLAGA(W)
                                        " " KWOTA-EDYCJA
                                        DELIMITED BY SIZE INTO RAPORT-LINE
                                WRITE RAPORT-LINE
                        END-IF
                WRITE RAPORT-LINE

                PERFORM VARYING W FROM 1 BY 1 UNTIL W > LICZBA-DUPLIKATOW
                        MOVE DUP-WARTOSC(W) TO KWOTA-EDYCJA
                        DISPLAY DUP-REFERENCJA(W) "  " DUP-KRAJ(W) "  "
                                DUP-KLIENT(W) "  " DUP-WALUTA(W) "  "
                                KWOTA-EDYCJA
                        MOVE SPACES TO RAPORT-LINE
                        STRING "DUPLIKAT: " DUP-REFERENCJA(W)
                                " " DUP-KRAJ(W)
                                " " DUP-KLIENT(W)
                                " " DUP-WALUTA(W)
                                " " KWOTA-EDYCJA
                                DELIMITED BY SIZE INTO RAPORT-LINE
                        WRITE RAPORT-LINE
                END-PERFORM
                WRITE RAPORT-LINE

                PERFORM VARYING W FROM 1 BY 1 UNTIL W > LICZBA-KOREKT
                        MOVE KOR-WARTOSC(W) TO KWOTA-EDYCJA
                        DISPLAY KOR-REFERENCJA(W) " wycofuje "
                                KOR-REF-ORYG(W) "  " KOR-KRAJ(W) "  "
                                KOR-KLIENT(W) "  " KOR-WALUTA(W) "  "
                                KOR-FLAGA(W) "  " KWOTA-EDYCJA
                        MOVE SPACES TO RAPORT-LINE
                        STRING "KOREKTA: " KOR-REFERENCJA(W)
                                " WYCOFUJE " KOR-REF-ORYG(W)
                                " " KOR-KLIENT(W)
                                " " KOR-WALUTA(W)
                                " " KOR-FLAGA(W)
                                " " KWOTA-EDYCJA
                                DELIMITED BY SIZE INTO RAPORT-LINE
                        WRITE RAPORT-LINE
                END-PERFORM
        WRITE WIEKOWANIE-LINE.

        MOVE SPACES TO WIEKOWANIE-LINE.
        STRING "KRAJ WALUTA            WIEK 1                  WIEK 2-5"
                "                WIEK 6-10               WIEK >10"
                DELIMITED BY SIZE INTO WIEKOWANIE-LINE
        WRITE WIEKOWANIE-LINE.

        MOVE SPACES TO WIEKOWANIE-LINE.
        STRING "                       ILOSC/SUMA              ILOSC/SUMA"
                "              ILOSC/SUMA              ILOSC/SUMA"
                DELIMITED BY SIZE INTO WIEKOWANIE-LINE
        WRITE WIEKOWANIE-LINE.


                MOVE SPACES TO LIMITY-LINE
                STRING "RODZAJ        KLIENT            WALUTA        "
                        "          LIMIT              SALDO"
                        "           NADWYZKA"
                        DELIMITED BY SIZE INTO LIMITY-LINE
                WRITE LIMITY-LINE

      *> zamyka wlasny segment, wiec po abendzie i restarcie kazdy
      *> rekord R/K w pliku jest objety jakas stopka - system odbiorczy
      *> sumuje stopki i zawsze umie uzgodnic komplet.
        MOVE EKSP-SUMA-DEBET  TO EKSP-SUMA-DEBET-ED.
        MOVE EKSP-SUMA-KREDYT TO EKSP-SUMA-KREDYT-ED.
        MOVE SPACES TO EKSPORT-LINE.
        STRING "T;" LICZBA-EKSPORTOWANYCH ";"
                EKSP-SUMA-DEBET-ED ";"
                EKSP-SUMA-KREDYT-ED
                DELIMITED BY SIZE INTO EKSPORT-LINE
        WRITE EKSPORT-LINE.

