      *THIS PROGRAM RECIEVES THE FURNATURE CODE AND RETURNS THE 
      *DESCRIPTION, THE UNIT COST AND THE VENDOR FROM THE ITEM MASTER
      *- SPACES AND ZERO COME BACK FOR A CODE THE MASTER DOES NOT
      *CARRY

       identification division.
       program-id. CBLLOAD.
       WORKING-STORAGE SECTION.
       COPY "FURNITEM.CPY".

       01 ITEM-SUB                 PIC 999     VALUE 0.

       LINKAGE SECTION.
       01 PASSED-DATA.
           05 PD-FURN-CODE         PIC 9(3).
           05 PD-FURN-DESC         PIC X(22).
           05 PD-FURN-COST         PIC 9(5)V99.
           05 PD-FURN-VENDOR       PIC X(20).

       procedure division USING PASSED-DATA.
           MOVE SPACES TO PD-FURN-DESC.
           MOVE 0 TO PD-FURN-COST.
           MOVE SPACES TO PD-FURN-VENDOR.
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-COUNT
                   IF ITEM-CODE(ITEM-SUB) = PD-FURN-CODE
                       MOVE ITEM(ITEM-SUB) TO PD-FURN-DESC
                       MOVE ITEM-COST(ITEM-SUB) TO PD-FURN-COST
                       MOVE ITEM-VENDOR(ITEM-SUB) TO PD-FURN-VENDOR
                   END-IF
           END-PERFORM.

           goback.
           
