      *> SLEDZTR - zapytanie o losy transakcji wg numeru referencyjnego.
      *> Dla kazdej wskazanej referencji zbiera slad ze wszystkich
      *> plikow nocnego lancucha, w kolejnosci cyklu zycia:
      *>   TransakcjeWejsciowe    - wczytana w biezacej partii,
      *>   RaportBledowTransakcji - odrzucona przez EDYTTK i dlaczego,
      *>   TransakcjeKlientow     - przyjeta, czeka na DKTS albo juz
      *>                            zaraportowana (wg RejestrPrzebiegow),
      *>   TransakcjeOkresu       - zaraportowana przez DKTS w otwartym
      *>                            okresie (spool EDYTTK),
      *>   TransakcjeZawieszone   - zawieszona i od ilu przebiegow,
      *>   ZawieszoneEskalacja    - eskalowana i kiedy,
      *>   HistoriaTransakcji     - zarchiwizowana przez ZAMKOKR, okres.
      *> Kraj raportu DKTS to kod kraju transakcji. Kazde storno, ktore
      *> wskazuje referencje przez REF-ORYGINALNA, trafia do sladu
      *> jako wycofanie. TransakcjeWejsciowe i RaportBledowTransakcji
      *> niosa tylko ostatnia partie EDYTTK - starsze odrzucenia
      *> nie zostawiaja sladu w zadnym pliku.
      *> PARM: "REF=nnn" (token mozna powtarzac) albo
      *> "KLIENT=kod[,OD=RRRRMMDD][,DO=RRRRMMDD]" - w drugim trybie
      *> pierwszy przebieg po plikach zbiera referencje transakcji
      *> klienta z datami w zakresie, drugi buduje ich slady. Kody
      *> wycofane przez SCALKL (OdsylaczeKlientow), ktore przeszly na
      *> wskazany kod - takze posrednio - sa traktowane jak ten kod.
      *> Transakcja obecna w TransakcjeZawieszone/ZawieszoneEskalacja
      *> nie jest przez DKTS raportowana - jej wiersz z
      *> TransakcjeKlientow/TransakcjeOkresu pokazuje zawieszenie.
      *> Program wylacznie czyta - wynik idzie do RaportSledzenia.
IDENTIFICATION DIVISION.
PROGRAM-ID. SLEDZTR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT WEJSCIOWEFILE ASSIGN TO "TransakcjeWejsciowe"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WEJ-STATUS.

        SELECT RAPORTBLEDOWFILE ASSIGN TO "RaportBledowTransakcji"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RBF-STATUS.

        SELECT TRANSAKCJEKLIENTOWFILE ASSIGN TO "TransakcjeKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TKF-STATUS.

        SELECT SPOOLFILE ASSIGN TO "TransakcjeOkresu"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SPL-STATUS.

        SELECT ZAWIESZONEFILE ASSIGN TO "TransakcjeZawieszone"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ZAW-STATUS.

        SELECT ESKALACJAFILE ASSIGN TO "ZawieszoneEskalacja"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ESK-STATUS.

        SELECT HISTORIAFILE ASSIGN TO "HistoriaTransakcji"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-REFERENCJA
                FILE STATUS IS HIS-STATUS.

        SELECT REJESTRFILE ASSIGN TO "RejestrPrzebiegow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJ-STATUS.

        SELECT RAPORTFILE ASSIGN TO "RaportSledzenia"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RAP-STATUS.

        SELECT ODSYLACZEFILE ASSIGN TO "OdsylaczeKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS XRF-STATUS.

DATA DIVISION.

FILE SECTION.

      *> Pliki w ukladzie TRANSAKCJE-RECORD czytane sa jako obrazy -
      *> pola rozklada OBRAZ-TRANSAKCJI w WORKING-STORAGE.
FD WEJSCIOWEFILE.
01 WEJSCIE-RECORD                   PIC X(109).

      *> Linia bledu jak LINIA-BLEDU w EDYTTK. Wiersze naglowka
      *> i stopki nie zaczynaja sie od numeru rekordu.
FD RAPORTBLEDOWFILE.
01 BLAD-LINE.
        05 BL-NUMER                 PIC X(6).
        05 FILLER                   PIC X(1).
        05 BL-POWOD                 PIC X(36).
        05 FILLER                   PIC X(2).
        05 BL-REKORD                PIC X(109).

FD TRANSAKCJEKLIENTOWFILE.
01 TRANSAKCJE-RECORD                PIC X(109).

FD SPOOLFILE.
01 SPOOL-RECORD                     PIC X(109).

      *> Uklad jak w DKTS: transakcja plus licznik starzenia.
FD ZAWIESZONEFILE.
01 ZAWIESZONE-RECORD.
        05 ZAW-TRANSAKCJA           PIC X(109).
        05 ZAW-WIEK                 PIC X(3).

FD ESKALACJAFILE.
01 ESKALACJA-RECORD.
        05 ESK-TRANSAKCJA           PIC X(109).
        05 ESK-WIEK                 PIC X(3).
        05 ESK-DATA-ESKALACJI       PIC X(8).

      *> Uklad jak w ZAMKOKR.
FD HISTORIAFILE.
01 HISTORIA-RECORD.
        05 HIST-REFERENCJA          PIC X(12).
        05 HIST-KRAJ                PIC X(16).
        05 HIST-KLIENT              PIC X(16).
        05 HIST-WALUTA              PIC X(17).
        05 HIST-FLAGA               PIC X(14).
        05 HIST-WARTOSC             PIC X(13).
        05 HIST-DATA                PIC X(8).
        05 HIST-STORNO              PIC X(1).
        05 HIST-REF-ORYG            PIC X(12).
        05 HIST-OKRES-OD            PIC 9(8).
        05 HIST-OKRES-DO            PIC 9(8).

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


WORKING-STORAGE SECTION.

77 WEJ-STATUS           PIC X(2) VALUE "00".
77 RBF-STATUS           PIC X(2) VALUE "00".
77 TKF-STATUS           PIC X(2) VALUE "00".
77 SPL-STATUS           PIC X(2) VALUE "00".
77 ZAW-STATUS           PIC X(2) VALUE "00".
77 ESK-STATUS           PIC X(2) VALUE "00".
77 HIS-STATUS           PIC X(2) VALUE "00".
77 REJ-STATUS           PIC X(2) VALUE "00".
77 RAP-STATUS           PIC X(2) VALUE "00".
77 XRF-STATUS           PIC X(2) VALUE "00".

77 EOF-SWITCH-PLIK      PIC X VALUE "N".
77 EOF-SWITCH-REJ       PIC X VALUE "N".

      *> Faza przegladu plikow: "Z" = zbieranie referencji klienta
      *> (tryb KLIENT=), "S" = budowanie sladow.
77 WS-FAZA              PIC X VALUE "S".
77 TRYB-KLIENT          PIC X VALUE "N".
77 PARM-KLIENT          PIC X(16) VALUE SPACES.
77 DATA-OD              PIC 9(8) VALUE 0.
77 DATA-DO              PIC 9(8) VALUE 99999999.

      *> Kody klienta w trybie KLIENT=: pierwszy z PARM, dalej kody
      *> wycofane, ktore przez scalenia przeszly na kody juz w tablicy.
78 MAX-KODY-KLIENTA        VALUE 50.
01 TABLICA-KODOW-KLIENTA.
        02 KK-KOD        PIC X(16) OCCURS MAX-KODY-KLIENTA TIMES.
77 ILOSC-KODOW          PIC 9(4) VALUE 0.
77 IDX-KOD              PIC 9(4) VALUE 0.
77 IDX-KOD-2            PIC 9(4) VALUE 0.
77 WS-KOD-ZNALEZIONY    PIC 9(4) VALUE 0.
77 WS-KOD-SZUKANY       PIC X(16) VALUE SPACES.

78 MAX-ODSYLACZE           VALUE 5000.
01 TABLICA-ODSYLACZY.
        02 WIERSZ-XR     OCCURS MAX-ODSYLACZE TIMES.
                03 XRT-STARY        PIC X(16).
                03 XRT-NOWY         PIC X(16).
77 ILOSC-ODSYLACZY      PIC 9(4) VALUE 0.
77 IDX-XR               PIC 9(4) VALUE 0.

77 WS-PARM              PIC X(200) VALUE SPACES.
77 WS-PARM-LEN          PIC 9(4) VALUE 0.
77 WS-PARM-WSK          PIC 9(4) VALUE 1.
77 WS-TOKEN             PIC X(30) VALUE SPACES.
77 WS-DATA-TMP          PIC X(8) VALUE SPACES.
77 WS-REF-TMP           PIC X(12) VALUE SPACES.

      *> Referencje do wysledzenia (z PARM albo zebrane w fazie "Z")
      *> i licznik zdarzen znalezionych dla kazdej z nich.
78 MAX-CELE                VALUE 500.
01 TABLICA-CELOW.
        02 WIERSZ-CEL    OCCURS MAX-CELE TIMES.
                03 CEL-REFERENCJA   PIC X(12).
                03 CEL-ZDARZENIA    PIC 9(4).
                03 CEL-ZAWIESZENIE  PIC X(1).
                03 CEL-WIEK         PIC X(3).
                03 CEL-DATA-ESK     PIC X(8).
77 ILOSC-CELOW          PIC 9(4) VALUE 0.
77 IDX-CEL              PIC 9(4) VALUE 0.
77 WS-CEL-ZNALEZIONY    PIC 9(4) VALUE 0.
77 WS-REF-SZUKANA       PIC X(12) VALUE SPACES.

      *> Zdarzenia sladu w kolejnosci przegladu plikow (= kolejnosci
      *> cyklu zycia transakcji); drukowane grupami wg referencji.
78 MAX-ZDARZENIA           VALUE 5000.
01 TABLICA-ZDARZEN.
        02 WIERSZ-ZD     OCCURS MAX-ZDARZENIA TIMES.
                03 ZD-CEL           PIC 9(4).
                03 ZD-OPIS          PIC X(80).
                03 ZD-SZCZEGOLY     PIC X(100).
77 ILOSC-ZDARZEN        PIC 9(5) VALUE 0.
77 IDX-ZD               PIC 9(5) VALUE 0.

      *> Biezacy rekord dowolnego zrodla w ukladzie TRANSAKCJE-RECORD
      *> plus dane wlasciwe zrodlu.
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

77 WS-ZRODLO            PIC X(2) VALUE SPACES.
77 NR-REKORDU           PIC 9(6) VALUE 0.
77 WS-POWOD             PIC X(36) VALUE SPACES.
77 WS-WIEK              PIC X(3) VALUE SPACES.
77 WS-DATA-ESKALACJI    PIC X(8) VALUE SPACES.
77 WS-OKRES-OD          PIC 9(8) VALUE 0.
77 WS-OKRES-DO          PIC 9(8) VALUE 0.
77 WS-NAZWA-ZRODLA      PIC X(24) VALUE SPACES.

77 WS-OPIS              PIC X(80) VALUE SPACES.
77 WS-SZCZEGOLY         PIC X(100) VALUE SPACES.
77 WS-KWOTA-TEKST       PIC X(14) VALUE SPACES.
77 KWOTA-EDYCJA         PIC Z(10)9.99.

      *> Stan biezacej partii wg rejestru przebiegow - jak kontrola
      *> kolejnosci w EDYTTK: KONIEC DKTS nowszy niz ostatni KONIEC
      *> EDYTTK oznacza, ze TransakcjeKlientow zostal juz
      *> zaraportowany. "?" = brak rejestru.
77 OSTATNI-EDYTTK-KONIEC PIC X(14) VALUE SPACES.
77 OSTATNI-DKTS-KONIEC   PIC X(14) VALUE SPACES.
77 WS-STAN-PARTII       PIC X VALUE "?".

      *> Wspolna ocena statusu otwarcia pliku zrodlowego (190).
77 WS-STATUS-PLIKU      PIC X(2) VALUE "00".
77 WS-NAZWA-PLIKU       PIC X(30) VALUE SPACES.
77 WS-PLIK-OTWARTY      PIC X VALUE "N".

77 LICZBA-PRZEJRZANYCH  PIC 9(7) VALUE 0.
77 LICZBA-ZNALEZIONYCH  PIC 9(4) VALUE 0.
77 LICZBA-BRAKOW-PLIKOW PIC 9(2) VALUE 0.

77 WS-ABEND-KOMUNIKAT   PIC X(60) VALUE SPACES.


PROCEDURE DIVISION.

000-MAIN.

        PERFORM 100-PARSUJ-PARAMETRY.
        PERFORM 110-SPRAWDZ-REJESTR.

        IF TRYB-KLIENT = "T"
                PERFORM 130-ROZWIN-KODY-KLIENTA
                MOVE "Z" TO WS-FAZA
                PERFORM 200-PRZEGLADAJ-PLIKI
                DISPLAY "Referencje klienta " PARM-KLIENT
                        " w zakresie dat: " ILOSC-CELOW
        END-IF.

      *> Zawieszenia referencji znane przed sladem - 310 opisuje
      *> wiersz partii/spoolu zawieszonej transakcji jako zawieszony.
        MOVE "W" TO WS-FAZA.
        PERFORM 250-PRZEGLADAJ-ZAWIESZONE.
        PERFORM 260-PRZEGLADAJ-ESKALACJE.

        MOVE "S" TO WS-FAZA.
        PERFORM 120-OTWORZ-RAPORT.
        PERFORM 200-PRZEGLADAJ-PLIKI.
        PERFORM 400-DRUKUJ-SLADY.
        PERFORM 500-DRUKUJ-PODSUMOWANIE.

        CLOSE RAPORTFILE.

        STOP RUN.

100-PARSUJ-PARAMETRY.

      *> Tokeny rozdzielone przecinkami jak w ZAMKOKR: "REF=nnn"
      *> (wielokrotnie), "KLIENT=kod", "OD=RRRRMMDD", "DO=RRRRMMDD".
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

        IF ILOSC-CELOW = 0 AND TRYB-KLIENT NOT = "T"
                DISPLAY "**** BLAD KRYTYCZNY: podaj REF=nnn (mozna "
                        "wielokrotnie) albo KLIENT=kod[,OD=,DO=] ****"
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.

        IF DATA-OD > DATA-DO
                DISPLAY "**** BLAD KRYTYCZNY: data OD= pozniejsza niz "
                        "DO= ****"
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.

105-PRZETWORZ-TOKEN.

        EVALUATE FUNCTION UPPER-CASE(WS-TOKEN(1:3))
                WHEN "REF"
                        MOVE WS-TOKEN(5:12) TO WS-REF-TMP
                        IF WS-REF-TMP = SPACES
                                DISPLAY "Pusta referencja w parametrze ["
                                        WS-TOKEN "] - pominieto."
                        ELSE
                                PERFORM 107-DODAJ-CEL
                        END-IF
                WHEN "KLI"
                        MOVE WS-TOKEN(8:16) TO PARM-KLIENT
                        IF PARM-KLIENT = SPACES
                                DISPLAY "Pusty kod klienta w parametrze ["
                                        WS-TOKEN "] - pominieto."
                        ELSE
                                MOVE "T" TO TRYB-KLIENT
                        END-IF
                WHEN "OD="
                        MOVE WS-TOKEN(4:8) TO WS-DATA-TMP
                        IF WS-DATA-TMP IS NUMERIC
                                MOVE WS-DATA-TMP TO DATA-OD
                        ELSE
                                DISPLAY "Niepoprawna data w parametrze "
                                        "OD= [" WS-TOKEN "] - pominieto."
                        END-IF
                WHEN "DO="
                        MOVE WS-TOKEN(4:8) TO WS-DATA-TMP
                        IF WS-DATA-TMP IS NUMERIC
                                MOVE WS-DATA-TMP TO DATA-DO
                        ELSE
                                DISPLAY "Niepoprawna data w parametrze "
                                        "DO= [" WS-TOKEN "] - pominieto."
                        END-IF
                WHEN OTHER
                        DISPLAY "Nieznany parametr [" WS-TOKEN
                                "] - pominieto."
        END-EVALUATE.

107-DODAJ-CEL.

      *> Referencja z WS-REF-TMP dopisywana raz - powtorzona w PARM
      *> albo znaleziona w kilku plikach w fazie zbierania.
        MOVE WS-REF-TMP TO WS-REF-SZUKANA.
        PERFORM 300-SZUKAJ-CELU.

        IF WS-CEL-ZNALEZIONY = 0
                IF ILOSC-CELOW >= MAX-CELE
                        MOVE "TABLICA-CELOW capacity exceeded"
                                TO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-CELOW = ILOSC-CELOW + 1
                MOVE WS-REF-TMP TO CEL-REFERENCJA(ILOSC-CELOW)
                MOVE 0 TO CEL-ZDARZENIA(ILOSC-CELOW)
                MOVE SPACE TO CEL-ZAWIESZENIE(ILOSC-CELOW)
                MOVE SPACES TO CEL-WIEK(ILOSC-CELOW)
                MOVE SPACES TO CEL-DATA-ESK(ILOSC-CELOW)
        END-IF.

110-SPRAWDZ-REJESTR.

      *> Brak rejestru nie przeszkadza zapytaniu - stan biezacej
      *> partii zostaje wtedy nieustalony.
        OPEN INPUT REJESTRFILE.

        IF REJ-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-REJ
                PERFORM UNTIL EOF-SWITCH-REJ = "Y"
                        READ REJESTRFILE
                                AT END MOVE "Y" TO EOF-SWITCH-REJ
                                NOT AT END PERFORM 115-NOTUJ-WPIS
                        END-READ
                END-PERFORM
                CLOSE REJESTRFILE

                IF OSTATNI-DKTS-KONIEC NOT = SPACES
                   AND OSTATNI-DKTS-KONIEC > OSTATNI-EDYTTK-KONIEC
                        MOVE "R" TO WS-STAN-PARTII
                ELSE
                        MOVE "C" TO WS-STAN-PARTII
                END-IF
        END-IF.

115-NOTUJ-WPIS.

      *> Jak 515 w EDYTTK: konsumpcje partii oznacza tylko zwykly
      *> "KONIEC" DKTS, nie "KONIEC-Z" przebiegu ZAWIESZONE.
        IF REJ-PROGRAM = "EDYTTK" AND REJ-STATUS-WPISU = "KONIEC"
                MOVE REJ-STEMPEL TO OSTATNI-EDYTTK-KONIEC
        END-IF.
        IF REJ-PROGRAM = "DKTS" AND REJ-STATUS-WPISU = "KONIEC"
                MOVE REJ-STEMPEL TO OSTATNI-DKTS-KONIEC
        END-IF.

120-OTWORZ-RAPORT.

        OPEN OUTPUT RAPORTFILE.

        IF RAP-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RaportSledzenia: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        RAP-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE SPACES TO RAPORT-LINE.
        STRING "RAPORT SLEDZENIA TRANSAKCJI - DATA: "
                FUNCTION CURRENT-DATE(1:8)
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

        MOVE SPACES TO RAPORT-LINE.
        IF TRYB-KLIENT = "T"
                STRING "KRYTERIUM: KLIENT " PARM-KLIENT
                        " DATY " DATA-OD " - " DATA-DO
                        DELIMITED BY SIZE INTO RAPORT-LINE
        ELSE
                MOVE "KRYTERIUM: REFERENCJE Z PARAMETROW" TO RAPORT-LINE
        END-IF.
        WRITE RAPORT-LINE.

        PERFORM VARYING IDX-KOD FROM 2 BY 1 UNTIL IDX-KOD > ILOSC-KODOW
                MOVE SPACES TO RAPORT-LINE
                STRING "           KOD WYCOFANY (SCALONY): "
                        KK-KOD(IDX-KOD)
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
        END-PERFORM.

        MOVE SPACES TO RAPORT-LINE.
        EVALUATE WS-STAN-PARTII
                WHEN "R"
                        MOVE "BIEZACA PARTIA: ZARAPORTOWANA PRZEZ DKTS"
                                TO RAPORT-LINE
                WHEN "C"
                        MOVE "BIEZACA PARTIA: CZEKA NA DKTS"
                                TO RAPORT-LINE
                WHEN OTHER
                        MOVE "BIEZACA PARTIA: STAN NIEZNANY (BRAK REJESTRU)"
                                TO RAPORT-LINE
        END-EVALUATE.
        WRITE RAPORT-LINE.

130-ROZWIN-KODY-KLIENTA.

      *> Brak OdsylaczeKlientow = nie bylo scalen, tylko kod z PARM.
      *> Tablica kodow rosnie w trakcie przegladu - lancuch A -> B -> C
      *> dla KLIENT=C daje B, a potem A.
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
        END-IF.

        MOVE 1 TO ILOSC-KODOW.
        MOVE PARM-KLIENT TO KK-KOD(1).

        PERFORM VARYING IDX-KOD FROM 1 BY 1 UNTIL IDX-KOD > ILOSC-KODOW
                PERFORM VARYING IDX-XR FROM 1 BY 1
                        UNTIL IDX-XR > ILOSC-ODSYLACZY
                        IF XRT-NOWY(IDX-XR) = KK-KOD(IDX-KOD)
                                MOVE XRT-STARY(IDX-XR) TO WS-KOD-SZUKANY
                                PERFORM 137-SZUKAJ-KODU
                                IF WS-KOD-ZNALEZIONY = 0
                                        PERFORM 138-DODAJ-KOD
                                END-IF
                        END-IF
                END-PERFORM
        END-PERFORM.

        IF ILOSC-KODOW > 1
                DISPLAY "Kody klienta " PARM-KLIENT
                        " razem z kodami scalonymi: " ILOSC-KODOW
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

137-SZUKAJ-KODU.

      *> Szukany kod w WS-KOD-SZUKANY - wynik w WS-KOD-ZNALEZIONY
      *> (0 = kod spoza klienta).
        MOVE 0 TO WS-KOD-ZNALEZIONY.
        PERFORM VARYING IDX-KOD-2 FROM 1 BY 1
                UNTIL IDX-KOD-2 > ILOSC-KODOW
                OR WS-KOD-ZNALEZIONY > 0
                IF KK-KOD(IDX-KOD-2) = WS-KOD-SZUKANY
                        MOVE IDX-KOD-2 TO WS-KOD-ZNALEZIONY
                END-IF
        END-PERFORM.

138-DODAJ-KOD.

        IF ILOSC-KODOW >= MAX-KODY-KLIENTA
                MOVE "TABLICA-KODOW-KLIENTA capacity exceeded"
                        TO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.
        COMPUTE ILOSC-KODOW = ILOSC-KODOW + 1.
        MOVE WS-KOD-SZUKANY TO KK-KOD(ILOSC-KODOW).

190-OCEN-OTWARCIE.

      *> Kazdy plik zrodlowy jest opcjonalny ("35" = brak pliku,
      *> odnotowany w raporcie w fazie sladu). Inny blad otwarcia
      *> konczy program.
        MOVE "N" TO WS-PLIK-OTWARTY.

        EVALUATE WS-STATUS-PLIKU
                WHEN "00"
                        MOVE "T" TO WS-PLIK-OTWARTY
                WHEN "35"
                        IF WS-FAZA = "S"
                                COMPUTE LICZBA-BRAKOW-PLIKOW =
                                        LICZBA-BRAKOW-PLIKOW + 1
                                MOVE SPACES TO RAPORT-LINE
                                STRING "UWAGA: brak pliku "
                                        FUNCTION TRIM(WS-NAZWA-PLIKU)
                                        " - pominiety"
                                        DELIMITED BY SIZE
                                        INTO RAPORT-LINE
                                WRITE RAPORT-LINE
                                DISPLAY "Brak pliku " WS-NAZWA-PLIKU
                                        " - pominiety."
                        END-IF
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

200-PRZEGLADAJ-PLIKI.

        PERFORM 210-PRZEGLADAJ-WEJSCIE.
        PERFORM 220-PRZEGLADAJ-BLEDY.
        PERFORM 230-PRZEGLADAJ-TRANSAKCJE.
        PERFORM 240-PRZEGLADAJ-SPOOL.
        PERFORM 250-PRZEGLADAJ-ZAWIESZONE.
        PERFORM 260-PRZEGLADAJ-ESKALACJE.
        PERFORM 270-PRZEGLADAJ-HISTORIE.

210-PRZEGLADAJ-WEJSCIE.

        OPEN INPUT WEJSCIOWEFILE.
        MOVE WEJ-STATUS TO WS-STATUS-PLIKU.
        MOVE "TransakcjeWejsciowe" TO WS-NAZWA-PLIKU.
        PERFORM 190-OCEN-OTWARCIE.

        IF WS-PLIK-OTWARTY = "T"
                MOVE "WE" TO WS-ZRODLO
                MOVE "TransakcjeWejsciowe" TO WS-NAZWA-ZRODLA
                MOVE 0 TO NR-REKORDU
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ WEJSCIOWEFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        COMPUTE NR-REKORDU = NR-REKORDU + 1
                                        MOVE WEJSCIE-RECORD
                                                TO OBRAZ-TRANSAKCJI
                                        PERFORM 290-OCEN-REKORD
                        END-READ
                END-PERFORM
                CLOSE WEJSCIOWEFILE
        END-IF.

220-PRZEGLADAJ-BLEDY.

      *> Linia bledu zaczyna sie od numeru rekordu wejsciowego;
      *> naglowek i stopka raportu EDYTTK sa pomijane.
        OPEN INPUT RAPORTBLEDOWFILE.
        MOVE RBF-STATUS TO WS-STATUS-PLIKU.
        MOVE "RaportBledowTransakcji" TO WS-NAZWA-PLIKU.
        PERFORM 190-OCEN-OTWARCIE.

        IF WS-PLIK-OTWARTY = "T"
                MOVE "RB" TO WS-ZRODLO
                MOVE "RaportBledowTransakcji" TO WS-NAZWA-ZRODLA
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ RAPORTBLEDOWFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        IF BL-NUMER IS NUMERIC
                                                MOVE BL-NUMER TO NR-REKORDU
                                                MOVE BL-POWOD TO WS-POWOD
                                                MOVE BL-REKORD
                                                  TO OBRAZ-TRANSAKCJI
                                                PERFORM 290-OCEN-REKORD
                                        END-IF
                        END-READ
                END-PERFORM
                CLOSE RAPORTBLEDOWFILE
        END-IF.

230-PRZEGLADAJ-TRANSAKCJE.

        OPEN INPUT TRANSAKCJEKLIENTOWFILE.
        MOVE TKF-STATUS TO WS-STATUS-PLIKU.
        MOVE "TransakcjeKlientow" TO WS-NAZWA-PLIKU.
        PERFORM 190-OCEN-OTWARCIE.

        IF WS-PLIK-OTWARTY = "T"
                MOVE "TK" TO WS-ZRODLO
                MOVE "TransakcjeKlientow" TO WS-NAZWA-ZRODLA
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ TRANSAKCJEKLIENTOWFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        MOVE TRANSAKCJE-RECORD
                                                TO OBRAZ-TRANSAKCJI
                                        PERFORM 290-OCEN-REKORD
                        END-READ
                END-PERFORM
                CLOSE TRANSAKCJEKLIENTOWFILE
        END-IF.

240-PRZEGLADAJ-SPOOL.

        OPEN INPUT SPOOLFILE.
        MOVE SPL-STATUS TO WS-STATUS-PLIKU.
        MOVE "TransakcjeOkresu" TO WS-NAZWA-PLIKU.
        PERFORM 190-OCEN-OTWARCIE.

        IF WS-PLIK-OTWARTY = "T"
                MOVE "SP" TO WS-ZRODLO
                MOVE "TransakcjeOkresu" TO WS-NAZWA-ZRODLA
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ SPOOLFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        MOVE SPOOL-RECORD
                                                TO OBRAZ-TRANSAKCJI
                                        PERFORM 290-OCEN-REKORD
                        END-READ
                END-PERFORM
                CLOSE SPOOLFILE
        END-IF.

250-PRZEGLADAJ-ZAWIESZONE.

        OPEN INPUT ZAWIESZONEFILE.
        MOVE ZAW-STATUS TO WS-STATUS-PLIKU.
        MOVE "TransakcjeZawieszone" TO WS-NAZWA-PLIKU.
        PERFORM 190-OCEN-OTWARCIE.

        IF WS-PLIK-OTWARTY = "T"
                MOVE "ZA" TO WS-ZRODLO
                MOVE "TransakcjeZawieszone" TO WS-NAZWA-ZRODLA
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ ZAWIESZONEFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        MOVE ZAW-TRANSAKCJA
                                                TO OBRAZ-TRANSAKCJI
                                        MOVE ZAW-WIEK TO WS-WIEK
                                        PERFORM 290-OCEN-REKORD
                        END-READ
                END-PERFORM
                CLOSE ZAWIESZONEFILE
        END-IF.

260-PRZEGLADAJ-ESKALACJE.

        OPEN INPUT ESKALACJAFILE.
        MOVE ESK-STATUS TO WS-STATUS-PLIKU.
        MOVE "ZawieszoneEskalacja" TO WS-NAZWA-PLIKU.
        PERFORM 190-OCEN-OTWARCIE.

        IF WS-PLIK-OTWARTY = "T"
                MOVE "ES" TO WS-ZRODLO
                MOVE "ZawieszoneEskalacja" TO WS-NAZWA-ZRODLA
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ ESKALACJAFILE
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        MOVE ESK-TRANSAKCJA
                                                TO OBRAZ-TRANSAKCJI
                                        MOVE ESK-WIEK TO WS-WIEK
                                        MOVE ESK-DATA-ESKALACJI
                                                TO WS-DATA-ESKALACJI
                                        PERFORM 290-OCEN-REKORD
                        END-READ
                END-PERFORM
                CLOSE ESKALACJAFILE
        END-IF.

270-PRZEGLADAJ-HISTORIE.

      *> Historia czytana sekwencyjnie w calosci - storno wskazujace
      *> referencje ma wlasny klucz, wiec odczyt po kluczu by go nie
      *> znalazl.
        OPEN INPUT HISTORIAFILE.
        MOVE HIS-STATUS TO WS-STATUS-PLIKU.
        MOVE "HistoriaTransakcji" TO WS-NAZWA-PLIKU.
        PERFORM 190-OCEN-OTWARCIE.

        IF WS-PLIK-OTWARTY = "T"
                MOVE "HI" TO WS-ZRODLO
                MOVE "HistoriaTransakcji" TO WS-NAZWA-ZRODLA
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ HISTORIAFILE NEXT RECORD
                                AT END MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END PERFORM 275-ROZLOZ-HISTORIE
                        END-READ
                END-PERFORM
                CLOSE HISTORIAFILE
        END-IF.

275-ROZLOZ-HISTORIE.

        MOVE SPACES TO OBRAZ-TRANSAKCJI.
        MOVE HIST-KRAJ       TO OT-KRAJ.
        MOVE HIST-KLIENT     TO OT-KLIENT.
        MOVE HIST-WALUTA     TO OT-WALUTA.
        MOVE HIST-FLAGA      TO OT-FLAGA.
        MOVE HIST-WARTOSC    TO OT-WARTOSC.
        MOVE HIST-DATA       TO OT-DATA.
        MOVE HIST-REFERENCJA TO OT-REFERENCJA.
        MOVE HIST-STORNO     TO OT-STORNO.
        MOVE HIST-REF-ORYG   TO OT-REF-ORYG.
        MOVE HIST-OKRES-OD   TO WS-OKRES-OD.
        MOVE HIST-OKRES-DO   TO WS-OKRES-DO.
        PERFORM 290-OCEN-REKORD.

290-OCEN-REKORD.

        IF WS-FAZA = "W"
                PERFORM 297-NOTUJ-ZAWIESZENIE
        ELSE
                COMPUTE LICZBA-PRZEJRZANYCH = LICZBA-PRZEJRZANYCH + 1
        END-IF.

        IF WS-FAZA = "Z"
                PERFORM 295-ZBIERZ-REFERENCJE
        END-IF.

        IF WS-FAZA = "S"
                IF OT-REFERENCJA NOT = SPACES
                        MOVE OT-REFERENCJA TO WS-REF-SZUKANA
                        PERFORM 300-SZUKAJ-CELU
                        IF WS-CEL-ZNALEZIONY > 0
                                PERFORM 310-NOTUJ-ZDARZENIE
                        END-IF
                END-IF
      *> Storno wskazujace sledzona referencje - wycofanie oryginalu.
                IF OT-STORNO = "S" AND OT-REF-ORYG NOT = SPACES
                        MOVE OT-REF-ORYG TO WS-REF-SZUKANA
                        PERFORM 300-SZUKAJ-CELU
                        IF WS-CEL-ZNALEZIONY > 0
                                PERFORM 315-NOTUJ-STORNO
                        END-IF
                END-IF
        END-IF.

295-ZBIERZ-REFERENCJE.

        MOVE OT-KLIENT TO WS-KOD-SZUKANY.
        PERFORM 137-SZUKAJ-KODU.

        IF WS-KOD-ZNALEZIONY > 0
           AND OT-REFERENCJA NOT = SPACES
           AND OT-DATA IS NUMERIC
                IF OT-DATA-NUM NOT < DATA-OD
                   AND OT-DATA-NUM NOT > DATA-DO
                        MOVE OT-REFERENCJA TO WS-REF-TMP
                        PERFORM 107-DODAJ-CEL
                END-IF
        END-IF.

297-NOTUJ-ZAWIESZENIE.

      *> Eskalacja ma pierwszenstwo - plik ZawieszoneEskalacja jest
      *> czytany po TransakcjeZawieszone.
        IF OT-REFERENCJA NOT = SPACES
                MOVE OT-REFERENCJA TO WS-REF-SZUKANA
                PERFORM 300-SZUKAJ-CELU
                IF WS-CEL-ZNALEZIONY > 0
                        MOVE WS-WIEK TO CEL-WIEK(WS-CEL-ZNALEZIONY)
                        IF WS-ZRODLO = "ES"
                                MOVE "E"
                                  TO CEL-ZAWIESZENIE(WS-CEL-ZNALEZIONY)
                                MOVE WS-DATA-ESKALACJI
                                  TO CEL-DATA-ESK(WS-CEL-ZNALEZIONY)
                        ELSE
                                MOVE "Z"
                                  TO CEL-ZAWIESZENIE(WS-CEL-ZNALEZIONY)
                        END-IF
                END-IF
        END-IF.

300-SZUKAJ-CELU.

      *> Wynik: WS-CEL-ZNALEZIONY = pozycja WS-REF-SZUKANA w tablicy
      *> celow albo 0.
        MOVE 0 TO WS-CEL-ZNALEZIONY.

        PERFORM VARYING IDX-CEL FROM 1 BY 1
                UNTIL IDX-CEL > ILOSC-CELOW
                OR WS-CEL-ZNALEZIONY > 0
                IF CEL-REFERENCJA(IDX-CEL) IS EQUAL TO WS-REF-SZUKANA
                        MOVE IDX-CEL TO WS-CEL-ZNALEZIONY
                END-IF
        END-PERFORM.

310-NOTUJ-ZDARZENIE.

        MOVE SPACES TO WS-OPIS.

        EVALUATE WS-ZRODLO
                WHEN "WE"
                        STRING "WCZYTANA Z TransakcjeWejsciowe, REKORD "
                                NR-REKORDU " BIEZACEJ PARTII"
                                DELIMITED BY SIZE INTO WS-OPIS
                WHEN "RB"
                        STRING "ODRZUCONA PRZEZ EDYTTK (REKORD "
                                NR-REKORDU "): "
                                WS-POWOD
                                DELIMITED BY SIZE INTO WS-OPIS
                WHEN "TK"
                        EVALUATE TRUE
                                WHEN WS-STAN-PARTII = "R"
                                 AND CEL-ZAWIESZENIE(WS-CEL-ZNALEZIONY)
                                        NOT = SPACE
                                        PERFORM 312-OPISZ-ZAWIESZENIE
                                WHEN WS-STAN-PARTII = "R"
                                        STRING "ZARAPORTOWANA PRZEZ "
                                          "DKTS DLA KRAJU " OT-KRAJ(1:2)
                                          " (BIEZACA PARTIA)"
                                          DELIMITED BY SIZE INTO WS-OPIS
                                WHEN WS-STAN-PARTII = "C"
                                        STRING "PRZYJETA PRZEZ EDYTTK, "
                                          "CZEKA NA DKTS - KRAJ "
                                          OT-KRAJ(1:2)
                                          DELIMITED BY SIZE INTO WS-OPIS
                                WHEN OTHER
                                        STRING "PRZYJETA PRZEZ EDYTTK "
                                          "(TransakcjeKlientow) - KRAJ "
                                          OT-KRAJ(1:2)
                                          DELIMITED BY SIZE INTO WS-OPIS
                        END-EVALUATE
                WHEN "SP"
                        IF CEL-ZAWIESZENIE(WS-CEL-ZNALEZIONY) NOT = SPACE
                                PERFORM 312-OPISZ-ZAWIESZENIE
                        ELSE
                                STRING "ZARAPORTOWANA PRZEZ DKTS DLA "
                                        "KRAJU " OT-KRAJ(1:2)
                                        " (SPOOL OTWARTEGO OKRESU)"
                                        DELIMITED BY SIZE INTO WS-OPIS
                        END-IF
                WHEN "ZA"
                        STRING "ZAWIESZONA - BRAK KLIENTA W DaneKlientow, "
                                "PRZEBIEGOW: " WS-WIEK
                                DELIMITED BY SIZE INTO WS-OPIS
                WHEN "ES"
                        STRING "ESKALOWANA DO RECZNEGO ROZPATRZENIA "
                                WS-DATA-ESKALACJI
                                " PO " WS-WIEK " PRZEBIEGACH"
                                DELIMITED BY SIZE INTO WS-OPIS
                WHEN "HI"
                        STRING "ZARCHIWIZOWANA PRZEZ ZAMKOKR, OKRES "
                                WS-OKRES-OD " - " WS-OKRES-DO
                                ", KRAJ " OT-KRAJ(1:2)
                                DELIMITED BY SIZE INTO WS-OPIS
        END-EVALUATE.

        PERFORM 320-OPISZ-TRANSAKCJE.
        PERFORM 330-DOPISZ-ZDARZENIE.

312-OPISZ-ZAWIESZENIE.

        IF CEL-ZAWIESZENIE(WS-CEL-ZNALEZIONY) = "E"
                STRING "ZAWIESZONA PRZEZ DKTS, NIE ZARAPORTOWANA - "
                        "ESKALOWANA " CEL-DATA-ESK(WS-CEL-ZNALEZIONY)
                        " (" WS-ZRODLO ")"
                        DELIMITED BY SIZE INTO WS-OPIS
        ELSE
                STRING "ZAWIESZONA PRZEZ DKTS, NIE ZARAPORTOWANA - "
                        "BRAK KLIENTA, PRZEBIEGOW: "
                        CEL-WIEK(WS-CEL-ZNALEZIONY)
                        " (" WS-ZRODLO ")"
                        DELIMITED BY SIZE INTO WS-OPIS
        END-IF.

315-NOTUJ-STORNO.

        MOVE SPACES TO WS-OPIS.

        IF WS-ZRODLO = "RB"
                STRING "STORNO " OT-REFERENCJA " ODRZUCONE PRZEZ EDYTTK: "
                        WS-POWOD
                        DELIMITED BY SIZE INTO WS-OPIS
        ELSE
                STRING "WYCOFANA STORNEM " OT-REFERENCJA " ("
                        FUNCTION TRIM(WS-NAZWA-ZRODLA) ")"
                        DELIMITED BY SIZE INTO WS-OPIS
        END-IF.

        PERFORM 320-OPISZ-TRANSAKCJE.
        PERFORM 330-DOPISZ-ZDARZENIE.

320-OPISZ-TRANSAKCJE.

      *> Druga linia zdarzenia: tresc rekordu w danym pliku. Kwota
      *> nienumeryczna (rekord odrzucony) drukowana jest surowo.
        IF OT-WARTOSC IS NUMERIC
                MOVE OT-WARTOSC-NUM TO KWOTA-EDYCJA
                MOVE KWOTA-EDYCJA TO WS-KWOTA-TEKST
        ELSE
                MOVE OT-WARTOSC TO WS-KWOTA-TEKST
        END-IF.

        MOVE SPACES TO WS-SZCZEGOLY.
        IF OT-STORNO = "S"
                STRING "KLIENT " OT-KLIENT
                        " WALUTA " OT-WALUTA
                        " " OT-FLAGA(1:1)
                        " " WS-KWOTA-TEKST
                        " DATA " OT-DATA
                        " STORNO " OT-REF-ORYG
                        DELIMITED BY SIZE INTO WS-SZCZEGOLY
        ELSE
                STRING "KLIENT " OT-KLIENT
                        " WALUTA " OT-WALUTA
                        " " OT-FLAGA(1:1)
                        " " WS-KWOTA-TEKST
                        " DATA " OT-DATA
                        DELIMITED BY SIZE INTO WS-SZCZEGOLY
        END-IF.

330-DOPISZ-ZDARZENIE.

        IF ILOSC-ZDARZEN >= MAX-ZDARZENIA
                MOVE "TABLICA-ZDARZEN capacity exceeded"
                        TO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.

        COMPUTE ILOSC-ZDARZEN = ILOSC-ZDARZEN + 1.
        MOVE WS-CEL-ZNALEZIONY TO ZD-CEL(ILOSC-ZDARZEN).
        MOVE WS-OPIS           TO ZD-OPIS(ILOSC-ZDARZEN).
        MOVE WS-SZCZEGOLY      TO ZD-SZCZEGOLY(ILOSC-ZDARZEN).
        COMPUTE CEL-ZDARZENIA(WS-CEL-ZNALEZIONY) =
                CEL-ZDARZENIA(WS-CEL-ZNALEZIONY) + 1.

400-DRUKUJ-SLADY.

        PERFORM VARYING IDX-CEL FROM 1 BY 1
                UNTIL IDX-CEL > ILOSC-CELOW
                PERFORM 410-DRUKUJ-SLAD-CELU
        END-PERFORM.

410-DRUKUJ-SLAD-CELU.

        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "REFERENCJA: " CEL-REFERENCJA(IDX-CEL)
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.
        DISPLAY "Referencja " CEL-REFERENCJA(IDX-CEL) ": zdarzen "
                CEL-ZDARZENIA(IDX-CEL).

        IF CEL-ZDARZENIA(IDX-CEL) = 0
                MOVE SPACES TO RAPORT-LINE
                MOVE "    NIE ZNALEZIONO W ZADNYM PLIKU" TO RAPORT-LINE
                WRITE RAPORT-LINE
        ELSE
                COMPUTE LICZBA-ZNALEZIONYCH = LICZBA-ZNALEZIONYCH + 1
                PERFORM VARYING IDX-ZD FROM 1 BY 1
                        UNTIL IDX-ZD > ILOSC-ZDARZEN
                        IF ZD-CEL(IDX-ZD) = IDX-CEL
                                MOVE SPACES TO RAPORT-LINE
                                STRING "    " ZD-OPIS(IDX-ZD)
                                        DELIMITED BY SIZE
                                        INTO RAPORT-LINE
                                WRITE RAPORT-LINE
                                MOVE SPACES TO RAPORT-LINE
                                STRING "        " ZD-SZCZEGOLY(IDX-ZD)
                                        DELIMITED BY SIZE
                                        INTO RAPORT-LINE
                                WRITE RAPORT-LINE
                        END-IF
                END-PERFORM
        END-IF.

500-DRUKUJ-PODSUMOWANIE.

        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "REFERENCJI=" ILOSC-CELOW
                " ZNALEZIONYCH=" LICZBA-ZNALEZIONYCH
                " ZDARZEN=" ILOSC-ZDARZEN
                " BRAKUJACYCH PLIKOW=" LICZBA-BRAKOW-PLIKOW
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

        DISPLAY "*** Podsumowanie sledzenia transakcji ***".
        DISPLAY "Referencje sledzone:      " ILOSC-CELOW.
        DISPLAY "Referencje znalezione:    " LICZBA-ZNALEZIONYCH.
        DISPLAY "Zdarzenia w sladach:      " ILOSC-ZDARZEN.
        DISPLAY "Rekordy przejrzane:       " LICZBA-PRZEJRZANYCH.
        DISPLAY "Brakujace pliki zrodlowe: " LICZBA-BRAKOW-PLIKOW.

998-ABEND-PLIK.

        DISPLAY "**** BLAD KRYTYCZNY: blad pliku wejsciowego ****".
        DISPLAY "    " WS-ABEND-KOMUNIKAT.
        MOVE 16 TO RETURN-CODE.
        STOP RUN.

999-ABEND-POJEMNOSC.

        DISPLAY "**** BLAD KRYTYCZNY: przekroczono pojemnosc tablicy ****".
        DISPLAY "    " WS-ABEND-KOMUNIKAT.
        MOVE 16 TO RETURN-CODE.
        STOP RUN.
