       FD  PLANET-AUDIT-FILE.
       01  PLANET-AUDIT-RECORD PIC X(140).
       FD  ITEM-AUDIT-FILE.
       01  ITEM-AUDIT-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-OP-LOG-STATUS PIC X(2).
       01 WS-PLANET-AUDIT-STATUS PIC X(2).
