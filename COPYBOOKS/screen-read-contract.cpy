      ******************************************************************
      *    Screen layout for READ-CONTRACT (readcont.cbl).             *
      *    Editable fields (SC-MENU-RETURN / SC-MODIFY-CONTRACT /      *
      *    SC-DEPENDANTS) are backed by PIC X(01) items in             *
      *    WORKING-STORAGE and drive the post-ACCEPT routing in        *
      *    4000-PROCESS-SCREEN.                                        *
      ******************************************************************
       01  SCREEN-READ-CONTRACT.
           03 BLANK SCREEN.
           03 LINE 18 COL 01
              VALUE 'ENTER Y IN RETURN TO GO BACK TO THE MENU,'.
           03 LINE 19 COL 01
              VALUE 'OR Y IN MODIFY / DEPENDANTS TO UPDATE THEM :'.
           03 LINE 20 COL 01 VALUE 'RETURN TO MENU (Y/N) :'.
           03 LINE 20 COL 24 PIC X(01) USING SC-MENU-RETURN
              AUTO.
           03 LINE 21 COL 01 VALUE 'MODIFY CONTRACT (Y/N):'.
           03 LINE 21 COL 24 PIC X(01) USING SC-MODIFY-CONTRACT
              AUTO.
           03 LINE 22 COL 01 VALUE 'DEPENDANTS (Y/N)     :'.
           03 LINE 22 COL 24 PIC X(01) USING SC-DEPENDANTS
              AUTO.
