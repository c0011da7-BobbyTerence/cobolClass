      ******************************************************************
      * Shared coverage-code reference table.
      * Each entry ties a coverage code to the policy type it may be
      * written on - COV-MAINT refuses a code the policy's type does
      * not carry, and CLAIM-MAINT and DEC-PAGE take the description
      * from here. Add a new CC-ENTRY line and bump the OCCURS count
      * and CC-TABLE-SIZE together to add a coverage system-wide -
      * callers loop UNTIL CC-IDX > CC-TABLE-SIZE.
      ******************************************************************
       01 COVCODE-VALUES.
           05      pic x(26) VALUE "111LIALIABILITY           ".
           05      pic x(26) VALUE "111COLCOLLISION           ".
           05      pic x(26) VALUE "111CMPCOMPREHENSIVE       ".
           05      pic x(26) VALUE "111MEDMEDICAL PAYMENTS    ".
           05      pic x(26) VALUE "222DWLDWELLING            ".
           05      pic x(26) VALUE "222CNTCONTENTS            ".
           05      pic x(26) VALUE "222LIAPERSONAL LIABILITY  ".
           05      pic x(26) VALUE "222LOULOSS OF USE         ".
           05      pic x(26) VALUE "333DTHDEATH BENEFIT       ".
           05      pic x(26) VALUE "444MEDMEDICAL EXPENSE     ".
           05      pic x(26) VALUE "555LIAEXCESS LIABILITY    ".

       01 COVCODE-TABLE REDEFINES COVCODE-VALUES.
           05 CC-ENTRY OCCURS 11 TIMES.
               10 CC-TYPE pic x(3).
               10 CC-CODE pic x(3).
               10 CC-DESC pic x(20).

       01 CC-TABLE-SIZE pic 9(2) VALUE 11.
       01 CC-IDX pic 9(2).
       01 CC-FOUND pic x VALUE "N".
