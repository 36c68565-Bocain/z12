        05 WE-KLIENT                PIC X(16).
        05 WE-WALUTA                PIC X(17).
        05 WE-FLAGA                 PIC X(14).
      *> Kwota: 13 cyfr, w tym dwie ostatnie to grosze (przecinek
      *> domniemany) - np. 0000001234550 = 12 345,50.
        05 WE-WARTOSC               PIC X(13).
        05 WE-DATA                  PIC X(8).
        05 WE-REFERENCJA            PIC X(12).
        05 WE-STORNO                PIC X(1).
        05 KOD-KLIENTA-TK           PIC X(16).
        05 WALUTA-TRANSAKCJI        PIC X(17).
        05 DEBET-KREDYT-FLAGA       PIC X(14).
        05 WARTOSC-TRANSAKCJI       PIC X(13).
        05 DATA-TRANSAKCJI          PIC X(8).
        05 NR-REFERENCJI            PIC X(12).
        05 STORNO-FLAGA             PIC X(1).
        05 KURS-WARTOSC             PIC 9(3)V9(4).
        05 KURS-DATA                PIC X(8).

      *> Linia bledu niesie caly obraz rekordu wejsciowego (razem
      *> z numerem referencyjnym) - po nim odrzucenie odnajduje
      *> program sledzenia transakcji SLEDZTR.
FD RAPORTBLEDOWFILE.
01 BLAD-LINE                        PIC X(154).

      *> Historia transakcji zamknietych okresow (pisze ja ZAMKOKR,
      *> uklad jak tam). EDYTTK czyta ja po kluczu przy walidacji
        05 HIST-KLIENT              PIC X(16).
        05 HIST-WALUTA              PIC X(17).
        05 HIST-FLAGA               PIC X(14).
        05 HIST-WARTOSC             PIC X(13).
        05 HIST-DATA                PIC X(8).
        05 HIST-STORNO              PIC X(1).
        05 HIST-REF-ORYG            PIC X(12).
      *> takze musza byc widoczne dla walidacji storna: pozycja
      *> czekajaca na uzupelnienie DaneKlientow tez bywa wycofywana.
      *> Czytana jest wylacznie ZAW-REFERENCJA, ktorej polozenie jest
      *> identyczne w rekordach sprzed i po rozszerzeniu o pola storna.
      *> Poszerzenie kwoty przesunelo referencje - plik w starym
      *> ukladzie trzeba przed pierwszym przebiegiem przepisac
      *> programem KONWKWOT.
FD ZAWIESZONEFILE.
01 ZAWIESZONE-RECORD.
        05 ZAW-KRAJ                 PIC X(16).
        05 ZAW-KOD-KLIENTA          PIC X(16).
        05 ZAW-WALUTA               PIC X(17).
        05 ZAW-FLAGA                PIC X(14).
        05 ZAW-WARTOSC              PIC 9(11)V99.
        05 ZAW-DATA                 PIC 9(8).
        05 ZAW-REFERENCJA           PIC X(12).
        05 ZAW-STORNO               PIC X(1).
      *> ZAMKOKR archiwizuje spool do historii i przycina go przy
      *> zamknieciu. Uklad rekordu jak TRANSAKCJE-RECORD.
FD SPOOLFILE.
01 SPOOL-RECORD                     PIC X(109).

      *> Wspolny rejestr przebiegow nocnej partii: kazdy program
      *> (EDYTTK, KLMAINT, DKTS) dopisuje wpis START na poczatku i
        05 FILLER        PIC X(1) VALUE SPACES.
        05 LB-POWOD      PIC X(36).
        05 FILLER        PIC X(2) VALUE SPACES.
        05 LB-REKORD     PIC X(109).


PROCEDURE DIVISION.
                                AT END MOVE "10" TO KWF-STATUS
                                NOT AT END
                                        IF KURS-WALUTA NOT = SPACES
                                                PERFORM 121-DODAJ-WALUTE-DOZW
                                        END-IF
                        END-READ
                END-PERFORM
                        MAX-KURSY-WALUT " walut w KursyWalut."
        END-IF.

121-DODAJ-WALUTE-DOZW.

      *> KursyWalut ma wiele wierszy na walute (kolejne daty
      *> obowiazywania) - na liste trafia kazda waluta tylko raz.
        MOVE "N" TO WS-ZNALEZIONO.
        PERFORM VARYING IDX-LISTA FROM 1 BY 1
                UNTIL IDX-LISTA > ILOSC-WALUT-DOZW
                OR WS-ZNALEZIONO = "T"
                IF KURS-WALUTA = WALUTA-DOZW(IDX-LISTA)
                        MOVE "T" TO WS-ZNALEZIONO
                END-IF
        END-PERFORM.

        IF WS-ZNALEZIONO NOT = "T"
                IF ILOSC-WALUT-DOZW < MAX-KURSY-WALUT
                        COMPUTE ILOSC-WALUT-DOZW = ILOSC-WALUT-DOZW + 1
                        MOVE KURS-WALUTA TO WALUTA-DOZW(ILOSC-WALUT-DOZW)
                ELSE
                        MOVE "T" TO WS-KURSY-PELNE
                END-IF
        END-IF.

200-PRZETWORZ-REKORD.

        MOVE "T" TO WS-REKORD-CZYSTY.
