      *****************************************************************
      * COB05AS.CPY
      * Address standardization table used by cob05 to bring the
      * street line and second address line of each customer detail
      * record to USPS style before it is written or applied to the
      * master.  Each entry is a word as a vendor may send it (after
      * upper-casing and punctuation cleanup), the USPS standard
      * abbreviation it becomes, and the kind of word it is:
      *     S  street suffix      (abbreviated only in suffix position)
      *     D  directional
      *     U  secondary unit designator
      * The standard suffixes, directionals and unit designators are
      * listed as well, mapped to themselves, so a word already in
      * USPS form is still recognized for what it is (a directional
      * ahead of a standard suffix is the street name, not a
      * directional).  Extend this table as new spellings turn up
      * in the vendor files, and raise the OCCURS count below to
      * match.
      *****************************************************************
       01 AS-Load-Values.
      *    Street suffixes.
           05 FILLER PIC X(17) VALUE "ALLEY       ALY S".
           05 FILLER PIC X(17) VALUE "AVENUE      AVE S".
           05 FILLER PIC X(17) VALUE "AV          AVE S".
           05 FILLER PIC X(17) VALUE "AVEN        AVE S".
           05 FILLER PIC X(17) VALUE "AVNUE       AVE S".
           05 FILLER PIC X(17) VALUE "BOULEVARD   BLVDS".
           05 FILLER PIC X(17) VALUE "BOULV       BLVDS".
           05 FILLER PIC X(17) VALUE "CENTER      CTR S".
           05 FILLER PIC X(17) VALUE "CIRCLE      CIR S".
           05 FILLER PIC X(17) VALUE "CIRCL       CIR S".
           05 FILLER PIC X(17) VALUE "COURT       CT  S".
           05 FILLER PIC X(17) VALUE "COVE        CV  S".
           05 FILLER PIC X(17) VALUE "CRESCENT    CRESS".
           05 FILLER PIC X(17) VALUE "CROSSING    XINGS".
           05 FILLER PIC X(17) VALUE "DRIVE       DR  S".
           05 FILLER PIC X(17) VALUE "DRV         DR  S".
           05 FILLER PIC X(17) VALUE "EXPRESSWAY  EXPYS".
           05 FILLER PIC X(17) VALUE "FREEWAY     FWY S".
           05 FILLER PIC X(17) VALUE "HEIGHTS     HTS S".
           05 FILLER PIC X(17) VALUE "HIGHWAY     HWY S".
           05 FILLER PIC X(17) VALUE "HIWAY       HWY S".
           05 FILLER PIC X(17) VALUE "LANE        LN  S".
           05 FILLER PIC X(17) VALUE "PARKWAY     PKWYS".
           05 FILLER PIC X(17) VALUE "PKY         PKWYS".
           05 FILLER PIC X(17) VALUE "PLACE       PL  S".
           05 FILLER PIC X(17) VALUE "PLAZA       PLZ S".
           05 FILLER PIC X(17) VALUE "POINT       PT  S".
           05 FILLER PIC X(17) VALUE "ROAD        RD  S".
           05 FILLER PIC X(17) VALUE "SQUARE      SQ  S".
           05 FILLER PIC X(17) VALUE "STREET      ST  S".
           05 FILLER PIC X(17) VALUE "STR         ST  S".
           05 FILLER PIC X(17) VALUE "STRT        ST  S".
           05 FILLER PIC X(17) VALUE "TERRACE     TER S".
           05 FILLER PIC X(17) VALUE "TRAIL       TRL S".
           05 FILLER PIC X(17) VALUE "TURNPIKE    TPKES".
           05 FILLER PIC X(17) VALUE "ALY         ALY S".
           05 FILLER PIC X(17) VALUE "AVE         AVE S".
           05 FILLER PIC X(17) VALUE "BLVD        BLVDS".
           05 FILLER PIC X(17) VALUE "CTR         CTR S".
           05 FILLER PIC X(17) VALUE "CIR         CIR S".
           05 FILLER PIC X(17) VALUE "CT          CT  S".
           05 FILLER PIC X(17) VALUE "CV          CV  S".
           05 FILLER PIC X(17) VALUE "CRES        CRESS".
           05 FILLER PIC X(17) VALUE "XING        XINGS".
           05 FILLER PIC X(17) VALUE "DR          DR  S".
           05 FILLER PIC X(17) VALUE "EXPY        EXPYS".
           05 FILLER PIC X(17) VALUE "FWY         FWY S".
           05 FILLER PIC X(17) VALUE "HTS         HTS S".
           05 FILLER PIC X(17) VALUE "HWY         HWY S".
           05 FILLER PIC X(17) VALUE "LN          LN  S".
           05 FILLER PIC X(17) VALUE "PKWY        PKWYS".
           05 FILLER PIC X(17) VALUE "PL          PL  S".
           05 FILLER PIC X(17) VALUE "PLZ         PLZ S".
           05 FILLER PIC X(17) VALUE "PT          PT  S".
           05 FILLER PIC X(17) VALUE "RD          RD  S".
           05 FILLER PIC X(17) VALUE "SQ          SQ  S".
           05 FILLER PIC X(17) VALUE "ST          ST  S".
           05 FILLER PIC X(17) VALUE "TER         TER S".
           05 FILLER PIC X(17) VALUE "TRL         TRL S".
           05 FILLER PIC X(17) VALUE "TPKE        TPKES".
      *    Directionals.
           05 FILLER PIC X(17) VALUE "NORTH       N   D".
           05 FILLER PIC X(17) VALUE "SOUTH       S   D".
           05 FILLER PIC X(17) VALUE "EAST        E   D".
           05 FILLER PIC X(17) VALUE "WEST        W   D".
           05 FILLER PIC X(17) VALUE "NORTHEAST   NE  D".
           05 FILLER PIC X(17) VALUE "NORTHWEST   NW  D".
           05 FILLER PIC X(17) VALUE "SOUTHEAST   SE  D".
           05 FILLER PIC X(17) VALUE "SOUTHWEST   SW  D".
           05 FILLER PIC X(17) VALUE "N           N   D".
           05 FILLER PIC X(17) VALUE "S           S   D".
           05 FILLER PIC X(17) VALUE "E           E   D".
           05 FILLER PIC X(17) VALUE "W           W   D".
           05 FILLER PIC X(17) VALUE "NE          NE  D".
           05 FILLER PIC X(17) VALUE "NW          NW  D".
           05 FILLER PIC X(17) VALUE "SE          SE  D".
           05 FILLER PIC X(17) VALUE "SW          SW  D".
      *    Secondary unit designators.
           05 FILLER PIC X(17) VALUE "APARTMENT   APT U".
           05 FILLER PIC X(17) VALUE "BUILDING    BLDGU".
           05 FILLER PIC X(17) VALUE "DEPARTMENT  DEPTU".
           05 FILLER PIC X(17) VALUE "FLOOR       FL  U".
           05 FILLER PIC X(17) VALUE "ROOM        RM  U".
           05 FILLER PIC X(17) VALUE "SPACE       SPC U".
           05 FILLER PIC X(17) VALUE "SUITE       STE U".
           05 FILLER PIC X(17) VALUE "TRAILER     TRLRU".
           05 FILLER PIC X(17) VALUE "APT         APT U".
           05 FILLER PIC X(17) VALUE "BLDG        BLDGU".
           05 FILLER PIC X(17) VALUE "DEPT        DEPTU".
           05 FILLER PIC X(17) VALUE "FL          FL  U".
           05 FILLER PIC X(17) VALUE "LOT         LOT U".
           05 FILLER PIC X(17) VALUE "RM          RM  U".
           05 FILLER PIC X(17) VALUE "SPC         SPC U".
           05 FILLER PIC X(17) VALUE "STE         STE U".
           05 FILLER PIC X(17) VALUE "TRLR        TRLRU".
           05 FILLER PIC X(17) VALUE "UNIT        UNITU".

       01 AS-Table REDEFINES AS-Load-Values.
           05 AS-Entry OCCURS 94 TIMES
                       INDEXED BY AS-Idx.
              10 AS-Word            PIC X(12).
              10 AS-Abbr            PIC X(04).
              10 AS-Kind            PIC X(01).
