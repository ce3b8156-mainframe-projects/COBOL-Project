      ******************************************************************
      * Author: Brock Sharp
      * Date: 03/15/2019
      * Purpose: Kit availability inquiry - enter a kit code from
      *          KITMAST.DAT and see each component part with the
      *          quantity one kit takes, the stock on hand from
      *          PARTQTY and how many kits that stock alone would
      *          cover, five components to a screen. The header shows
      *          the number of complete kits that could be picked
      *          right now - the smallest of the per-part figures - and
      *          the component that limits it. A component no longer on
      *          PARTLIST.DAT counts as none on hand, so the kit shows
      *          as unpickable until PARTS_KIT_MAINT puts it right.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARTS_KIT_INQ INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT KITFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS KIT-CODE
               FILE STATUS IS WS-KIT-STATUS.
               SELECT FIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PARTID
               FILE STATUS IS WS-FIN-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD KITFILE
           VALUE OF FILE-ID IS "../KITMAST.DAT".
           01 KIT-REC.
               COPY KITREC.

       FD FIN
           VALUE OF FILE-ID IS "../PARTLIST.DAT".
           01 REC-IO.
               COPY PARTREC.

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-ERROR-MESSAGE     PIC X(40) VALUE SPACES.
       01 WS-KIT-STATUS        PIC XX VALUE ZEROES.
       01 WS-FIN-STATUS        PIC XX VALUE ZEROES.
       01 WS-DONE              PIC X VALUE "F".
       01 WS-PAGE-DONE         PIC X VALUE "F".
       01 WS-PAGE-RESP         PIC X VALUE SPACES.
       01 WS-LOOKUP-KIT        PIC X(8) VALUE SPACES.
       01 WS-KIT-DESC          PIC X(30) VALUE SPACES.
       01 WS-COMP-COUNT        PIC 99 VALUE ZEROES.
       01 WS-COMP-IDX          PIC 99 VALUE ZEROES.
       01 WS-NEXT-COMP         PIC 99 VALUE ZEROES.
       01 WS-COMPLETE-KITS     PIC 9(5) VALUE ZEROES.
       01 WS-LIMIT-PART        PIC 9(5) VALUE ZEROES.
       01 WS-IDX               PIC 9 VALUE ZEROES.
       01 WS-COMP-TABLE.
           05 WS-COMP-ENTRY OCCURS 15 TIMES.
               10 WS-COMP-ID       PIC 9(5).
               10 WS-COMP-NAME     PIC X(15).
               10 WS-COMP-PER      PIC 9(5).
               10 WS-COMP-ONHAND   PIC 9(5).
               10 WS-COMP-KITS     PIC 9(5).
       01 WS-LINE-1-ID          PIC 9(5) VALUE ZEROES.
       01 WS-LINE-1-NAME        PIC X(15) VALUE SPACES.
       01 WS-LINE-1-PER         PIC 9(5) VALUE ZEROES.
       01 WS-LINE-1-ONHAND      PIC 9(5) VALUE ZEROES.
       01 WS-LINE-1-KITS        PIC 9(5) VALUE ZEROES.
       01 WS-LINE-2-ID          PIC 9(5) VALUE ZEROES.
       01 WS-LINE-2-NAME        PIC X(15) VALUE SPACES.
       01 WS-LINE-2-PER         PIC 9(5) VALUE ZEROES.
       01 WS-LINE-2-ONHAND      PIC 9(5) VALUE ZEROES.
       01 WS-LINE-2-KITS        PIC 9(5) VALUE ZEROES.
       01 WS-LINE-3-ID          PIC 9(5) VALUE ZEROES.
       01 WS-LINE-3-NAME        PIC X(15) VALUE SPACES.
       01 WS-LINE-3-PER         PIC 9(5) VALUE ZEROES.
       01 WS-LINE-3-ONHAND      PIC 9(5) VALUE ZEROES.
       01 WS-LINE-3-KITS        PIC 9(5) VALUE ZEROES.
       01 WS-LINE-4-ID          PIC 9(5) VALUE ZEROES.
       01 WS-LINE-4-NAME        PIC X(15) VALUE SPACES.
       01 WS-LINE-4-PER         PIC 9(5) VALUE ZEROES.
       01 WS-LINE-4-ONHAND      PIC 9(5) VALUE ZEROES.
       01 WS-LINE-4-KITS        PIC 9(5) VALUE ZEROES.
       01 WS-LINE-5-ID          PIC 9(5) VALUE ZEROES.
       01 WS-LINE-5-NAME        PIC X(15) VALUE SPACES.
       01 WS-LINE-5-PER         PIC 9(5) VALUE ZEROES.
       01 WS-LINE-5-ONHAND      PIC 9(5) VALUE ZEROES.
       01 WS-LINE-5-KITS        PIC 9(5) VALUE ZEROES.
      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       01 PARAMETRES.
           COPY PARAMREC.
      *-----------------------
       SCREEN SECTION.
       01 KIT-INQ-SCREEN.
           05 TITLE-SECTION.
               10 VALUE "PARTS INVENTORY MAINTENANCE" BLANK SCREEN
                   LINE 1 COL 29.
               10 VALUE "-----------------------------------------------
      -             "--------------------------------"
                  LINE 2 COL 1.
           05 VALUE "KIT AVAILABILITY INQUIRY"          LINE 3 COL 28.
           05 KIT-CODE-FIELD.
               10 VALUE "Kit code: "                     LINE 5 COL 24.
               10 KIT-CODE-IN PIC X(8) FROM WS-LOOKUP-KIT
                   TO WS-LOOKUP-KIT                       LINE 5 COL 34.
           05 KIT-INFO-SECTION.
               10 VALUE "Description: "                  LINE 6 COL 21.
               10 KIT-DESC-OUT PIC X(30) FROM WS-KIT-DESC
                                                          LINE 6 COL 34.
               10 VALUE "Components: "                   LINE 7 COL 22.
               10 COMP-COUNT-OUT PIC Z9 FROM WS-COMP-COUNT
                                                          LINE 7 COL 34.
               10 VALUE "Complete kits: "                LINE 8 COL 19.
               10 COMPLETE-OUT PIC ZZZZ9 FROM WS-COMPLETE-KITS
                                                          LINE 8 COL 34.
               10 VALUE "Limited by part: "              LINE 8 COL 42.
               10 LIMIT-OUT PIC ZZZZ9 FROM WS-LIMIT-PART LINE 8 COL 59.
           05 VALUE "PART"                              LINE 11 COL 8.
           05 VALUE "NAME"                              LINE 11 COL 15.
           05 VALUE "PER KIT"                           LINE 11 COL 31.
           05 VALUE "ON HAND"                           LINE 11 COL 41.
           05 VALUE "KITS"                              LINE 11 COL 54.
           05 COMP-LINE-1.
               10 L1-ID PIC ZZZZ9 FROM WS-LINE-1-ID     LINE 12 COL 8.
               10 L1-NAME PIC X(15) FROM WS-LINE-1-NAME
                                                        LINE 12 COL 15.
               10 L1-PER PIC ZZZZ9 FROM WS-LINE-1-PER   LINE 12 COL 33.
               10 L1-ONH PIC ZZZZ9 FROM WS-LINE-1-ONHAND
                                                        LINE 12 COL 43.
               10 L1-KITS PIC ZZZZ9 FROM WS-LINE-1-KITS LINE 12 COL 53.
           05 COMP-LINE-2.
               10 L2-ID PIC ZZZZ9 FROM WS-LINE-2-ID     LINE 13 COL 8.
               10 L2-NAME PIC X(15) FROM WS-LINE-2-NAME
                                                        LINE 13 COL 15.
               10 L2-PER PIC ZZZZ9 FROM WS-LINE-2-PER   LINE 13 COL 33.
               10 L2-ONH PIC ZZZZ9 FROM WS-LINE-2-ONHAND
                                                        LINE 13 COL 43.
               10 L2-KITS PIC ZZZZ9 FROM WS-LINE-2-KITS LINE 13 COL 53.
           05 COMP-LINE-3.
               10 L3-ID PIC ZZZZ9 FROM WS-LINE-3-ID     LINE 14 COL 8.
               10 L3-NAME PIC X(15) FROM WS-LINE-3-NAME
                                                        LINE 14 COL 15.
               10 L3-PER PIC ZZZZ9 FROM WS-LINE-3-PER   LINE 14 COL 33.
               10 L3-ONH PIC ZZZZ9 FROM WS-LINE-3-ONHAND
                                                        LINE 14 COL 43.
               10 L3-KITS PIC ZZZZ9 FROM WS-LINE-3-KITS LINE 14 COL 53.
           05 COMP-LINE-4.
               10 L4-ID PIC ZZZZ9 FROM WS-LINE-4-ID     LINE 15 COL 8.
               10 L4-NAME PIC X(15) FROM WS-LINE-4-NAME
                                                        LINE 15 COL 15.
               10 L4-PER PIC ZZZZ9 FROM WS-LINE-4-PER   LINE 15 COL 33.
               10 L4-ONH PIC ZZZZ9 FROM WS-LINE-4-ONHAND
                                                        LINE 15 COL 43.
               10 L4-KITS PIC ZZZZ9 FROM WS-LINE-4-KITS LINE 15 COL 53.
           05 COMP-LINE-5.
               10 L5-ID PIC ZZZZ9 FROM WS-LINE-5-ID     LINE 16 COL 8.
               10 L5-NAME PIC X(15) FROM WS-LINE-5-NAME
                                                        LINE 16 COL 15.
               10 L5-PER PIC ZZZZ9 FROM WS-LINE-5-PER   LINE 16 COL 33.
               10 L5-ONH PIC ZZZZ9 FROM WS-LINE-5-ONHAND
                                                        LINE 16 COL 43.
               10 L5-KITS PIC ZZZZ9 FROM WS-LINE-5-KITS LINE 16 COL 53.
           05 FOOTER-MESSAGES.
               10 ERROR-MESSAGE PIC X(40) FROM WS-ERROR-MESSAGE
                     JUSTIFIED BLANK LINE                LINE 18 COL 30.
               10 VALUE "ENTER A KIT CODE AND PRESS ENTER. PRESS ENTER
      -            " ON A BLANK CODE TO EXIT"            LINE 20 COL 14.

       01 PAGE-PROMPT-SCREEN.
           05 VALUE "MORE PARTS - PRESS ENTER FOR THE NEXT PAGE: "
                                                         LINE 17 COL 16.
           05 PAGE-RESP PIC X TO WS-PAGE-RESP            LINE 17 COL 61.

      *-----------------------
       PROCEDURE DIVISION USING PARAMETRES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
            MOVE 0 TO PA-RETURN-CODE.
            OPEN INPUT KITFILE.
            IF WS-KIT-STATUS NOT = "00"
                DISPLAY "PARTS_KIT_INQ: KITMAST.DAT NOT FOUND - "
                    "ADD KITS WITH PARTS_KIT_MAINT FIRST"
                MOVE 1 TO PA-RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT FIN.

            DISPLAY KIT-INQ-SCREEN.
            PERFORM UNTIL WS-DONE = "T"
                MOVE SPACES TO WS-LOOKUP-KIT
                ACCEPT KIT-INQ-SCREEN
                IF WS-LOOKUP-KIT = SPACES
                    MOVE "T" TO WS-DONE
                ELSE
                    PERFORM LOOKUP-KIT
                END-IF
            END-PERFORM.

            CLOSE FIN.
            CLOSE KITFILE.
            GOBACK.

       CLEAR-PAGE-LINES.
           MOVE ZEROES TO WS-LINE-1-ID WS-LINE-2-ID WS-LINE-3-ID
               WS-LINE-4-ID WS-LINE-5-ID.
           MOVE SPACES TO WS-LINE-1-NAME WS-LINE-2-NAME WS-LINE-3-NAME
               WS-LINE-4-NAME WS-LINE-5-NAME.
           MOVE ZEROES TO WS-LINE-1-PER WS-LINE-2-PER WS-LINE-3-PER
               WS-LINE-4-PER WS-LINE-5-PER.
           MOVE ZEROES TO WS-LINE-1-ONHAND WS-LINE-2-ONHAND
               WS-LINE-3-ONHAND WS-LINE-4-ONHAND WS-LINE-5-ONHAND.
           MOVE ZEROES TO WS-LINE-1-KITS WS-LINE-2-KITS WS-LINE-3-KITS
               WS-LINE-4-KITS WS-LINE-5-KITS.

      ****** Reads the kit and works out every component's figures
      ****** before the first page is shown, since the complete-kit
      ****** count in the header depends on all of them; the final
      ****** page is left in place so the following ACCEPT repaints
      ****** the screen with it before blocking for the next kit.
       LOOKUP-KIT.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE SPACES TO WS-KIT-DESC.
           MOVE ZEROES TO WS-COMP-COUNT.
           MOVE ZEROES TO WS-COMPLETE-KITS.
           MOVE ZEROES TO WS-LIMIT-PART.
           PERFORM CLEAR-PAGE-LINES.
           MOVE WS-LOOKUP-KIT TO KIT-CODE.
           READ KITFILE
               INVALID KEY
                   MOVE "KIT CODE IS NOT ON FILE" TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE KIT-DESC TO WS-KIT-DESC
                   PERFORM LOAD-KIT-COMPONENTS
                   PERFORM DISPLAY-COMPONENT-PAGES
           END-READ.

      ****** Each component covers on-hand / per-kit whole kits; the
      ****** kit as a whole covers the smallest of those, and the part
      ****** giving the smallest is the one to chase.
       LOAD-KIT-COMPONENTS.
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > KIT-PART-COUNT OR WS-COMP-IDX > 15
               ADD 1 TO WS-COMP-COUNT
               MOVE KIT-PART-ID(WS-COMP-IDX) TO WS-COMP-ID(WS-COMP-IDX)
               MOVE KIT-PART-QTY(WS-COMP-IDX)
                   TO WS-COMP-PER(WS-COMP-IDX)
               PERFORM LOOKUP-COMPONENT-STOCK
               IF WS-COMP-PER(WS-COMP-IDX) = ZEROES
                   MOVE ZEROES TO WS-COMP-KITS(WS-COMP-IDX)
               ELSE
                   DIVIDE WS-COMP-ONHAND(WS-COMP-IDX)
                       BY WS-COMP-PER(WS-COMP-IDX)
                       GIVING WS-COMP-KITS(WS-COMP-IDX)
               END-IF
               IF WS-COMP-COUNT = 1
                   OR WS-COMP-KITS(WS-COMP-IDX) < WS-COMPLETE-KITS
                   MOVE WS-COMP-KITS(WS-COMP-IDX) TO WS-COMPLETE-KITS
                   MOVE WS-COMP-ID(WS-COMP-IDX) TO WS-LIMIT-PART
               END-IF
           END-PERFORM.
           IF WS-COMP-COUNT = ZEROES
               MOVE "KIT HAS NO COMPONENT PARTS" TO WS-ERROR-MESSAGE
           END-IF.

       LOOKUP-COMPONENT-STOCK.
           MOVE "*NOT ON FILE*" TO WS-COMP-NAME(WS-COMP-IDX).
           MOVE ZEROES TO WS-COMP-ONHAND(WS-COMP-IDX).
           IF WS-FIN-STATUS = "00"
               MOVE WS-COMP-ID(WS-COMP-IDX) TO PARTID
               READ FIN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARTNAME TO WS-COMP-NAME(WS-COMP-IDX)
                       MOVE PARTQTY TO WS-COMP-ONHAND(WS-COMP-IDX)
               END-READ
           END-IF.

       DISPLAY-COMPONENT-PAGES.
           MOVE 1 TO WS-NEXT-COMP.
           MOVE "F" TO WS-PAGE-DONE.
           PERFORM UNTIL WS-PAGE-DONE = "T"
               PERFORM LOAD-COMPONENT-PAGE
               IF WS-NEXT-COMP NOT > WS-COMP-COUNT
                   DISPLAY KIT-INQ-SCREEN
                   DISPLAY PAGE-PROMPT-SCREEN
                   ACCEPT PAGE-PROMPT-SCREEN
               ELSE
                   MOVE "T" TO WS-PAGE-DONE
               END-IF
           END-PERFORM.

      ****** Fills the five screen lines with the next components from
      ****** the table built by LOAD-KIT-COMPONENTS.
       LOAD-COMPONENT-PAGE.
           PERFORM CLEAR-PAGE-LINES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 5 OR WS-NEXT-COMP > WS-COMP-COUNT
               MOVE WS-NEXT-COMP TO WS-COMP-IDX
               PERFORM LOAD-ONE-COMPONENT-LINE
               ADD 1 TO WS-NEXT-COMP
           END-PERFORM.

       LOAD-ONE-COMPONENT-LINE.
           EVALUATE WS-IDX
               WHEN 1
                   MOVE WS-COMP-ID(WS-COMP-IDX) TO WS-LINE-1-ID
                   MOVE WS-COMP-NAME(WS-COMP-IDX) TO WS-LINE-1-NAME
                   MOVE WS-COMP-PER(WS-COMP-IDX) TO WS-LINE-1-PER
                   MOVE WS-COMP-ONHAND(WS-COMP-IDX)
                       TO WS-LINE-1-ONHAND
                   MOVE WS-COMP-KITS(WS-COMP-IDX) TO WS-LINE-1-KITS
               WHEN 2
                   MOVE WS-COMP-ID(WS-COMP-IDX) TO WS-LINE-2-ID
                   MOVE WS-COMP-NAME(WS-COMP-IDX) TO WS-LINE-2-NAME
                   MOVE WS-COMP-PER(WS-COMP-IDX) TO WS-LINE-2-PER
                   MOVE WS-COMP-ONHAND(WS-COMP-IDX)
                       TO WS-LINE-2-ONHAND
                   MOVE WS-COMP-KITS(WS-COMP-IDX) TO WS-LINE-2-KITS
               WHEN 3
                   MOVE WS-COMP-ID(WS-COMP-IDX) TO WS-LINE-3-ID
                   MOVE WS-COMP-NAME(WS-COMP-IDX) TO WS-LINE-3-NAME
                   MOVE WS-COMP-PER(WS-COMP-IDX) TO WS-LINE-3-PER
                   MOVE WS-COMP-ONHAND(WS-COMP-IDX)
                       TO WS-LINE-3-ONHAND
                   MOVE WS-COMP-KITS(WS-COMP-IDX) TO WS-LINE-3-KITS
               WHEN 4
                   MOVE WS-COMP-ID(WS-COMP-IDX) TO WS-LINE-4-ID
                   MOVE WS-COMP-NAME(WS-COMP-IDX) TO WS-LINE-4-NAME
                   MOVE WS-COMP-PER(WS-COMP-IDX) TO WS-LINE-4-PER
                   MOVE WS-COMP-ONHAND(WS-COMP-IDX)
                       TO WS-LINE-4-ONHAND
                   MOVE WS-COMP-KITS(WS-COMP-IDX) TO WS-LINE-4-KITS
               WHEN 5
                   MOVE WS-COMP-ID(WS-COMP-IDX) TO WS-LINE-5-ID
                   MOVE WS-COMP-NAME(WS-COMP-IDX) TO WS-LINE-5-NAME
                   MOVE WS-COMP-PER(WS-COMP-IDX) TO WS-LINE-5-PER
                   MOVE WS-COMP-ONHAND(WS-COMP-IDX)
                       TO WS-LINE-5-ONHAND
                   MOVE WS-COMP-KITS(WS-COMP-IDX) TO WS-LINE-5-KITS
           END-EVALUATE.

       END PROGRAM PARTS_KIT_INQ.
