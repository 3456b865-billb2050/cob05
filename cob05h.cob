       IDENTIFICATION DIVISION.
       PROGRAM-ID. cob05h.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Household and probable-same-person matching across the
      * indexed customer master cob05 maintains.  The duplicate
      * check in cob05 only catches one Account sent twice; this
      * pass reads customer.mst end to end and looks for the same
      * person, and the same address, under different Accounts:
      *
      *   - probable same person: same last name, first initial and
      *     birthday on two different Accounts.  Every such pair goes
      *     on the match report with a strength code, as the review
      *     queue for cob05i:
      *        A  full first name agrees and so does the address
      *        B  full first name agrees, address differs
      *        C  first initial only
      *   - household: every Account whose normalized address
      *     (M-Address/M-City/M-State/M-Zip upper-cased, punctuation
      *     blanked, runs of spaces squeezed to one) is the same.
      *     The household file carries one line per Account with its
      *     household ID and a flag on the first Account of each
      *     household, so marketing can mail once per household.
      *     An Account with no street address is a household of its
      *     own.
      *
      * Household IDs are numbered in normalized-address order and
      * are only good for the run that assigned them.
      *
      * A group of more than 50 Accounts sharing one name/birthday
      * key is matched on its first 50 only and counted on the
      * report - a key that common is a data problem, not a person.
      *
      * The run ends with return code 8 when the master could not be
      * opened, or when a record could not be filed to a work file
      * (its matches, or its household line, would be missing).
      *
       Environment Division.
       Configuration Section.
       Input-Output Section.
       File-Control.
      *    Names are supplied at run time in Init (environment
      *    variables), defaulted to the paths cob05 defaults to.
       Select MasterFile Assign to Dynamic
           Master-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS M-Account
           File Status Is Master-File-Status.
      *    Work files, created fresh every run and keyed so a forward
      *    read hands back each match group together.  Dynamic
      *    access: the master scan files them in Account order, not
      *    in key order.
       Select PersonWork Assign to Dynamic
           PWork-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PW-Key
           File Status Is PWork-File-Status.
       Select HouseWork Assign to Dynamic
           HWork-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HW-Key
           File Status Is HWork-File-Status.
       Select HouseholdFile Assign to Dynamic
           House-File-Path
           ORGANIZATION IS LINE SEQUENTIAL.
       Select MatchRpt Assign to Dynamic
           MatchRpt-File-Path
           ORGANIZATION IS LINE SEQUENTIAL.
       Data Division.
       File Section.
      *    Same record cob05's Apply-Master writes.
       FD MasterFile.
         01 Master-Rec.
           05 M-Account       pic x(18).
           05 M-Gender        pic x.
           05 M-Name.
             10 M-First       pic x(15).
             10 M-Middle      pic x(15).
             10 M-Last        pic x(20).
           05 M-Birthday.
             10 M-YYYY        pic x(4).
             10 M-MM          pic x(2).
             10 M-DD          pic x(2).
           05 M-Address       pic x(25).
           05 M-City          pic x(20).
           05 M-State         pic x(2).
           05 M-Zip           pic x(5).
           05 M-Zip4          pic x(4).
           05 M-Country       pic x(3).
           05 M-Address2      pic x(25).
           05 M-Phone         pic x(15).
           05 M-Email         pic x(40).
           05 M-Stamps.
             10 M-Date-Added    pic 9(8).
             10 M-Last-Seen     pic 9(8).
             10 M-Last-Changed  pic 9(8).
             10 M-Last-Source   pic x(10).
           05 M-Group-Sources.
             10 M-Name-Source     pic x(10).
             10 M-Bday-Source     pic x(10).
             10 M-Addr-Source     pic x(10).
             10 M-Contact-Source  pic x(10).

      *    One Account under its person key - last name and first
      *    initial upper-cased, birthday - with what the strength
      *    code is judged on.
       FD PersonWork.
         01 Person-Rec.
           05 PW-Key.
             10 PW-Match-Key.
               15 PW-Last     pic x(20).
               15 PW-Initial  pic x.
               15 PW-Birthday pic x(8).
             10 PW-Account    pic x(18).
           05 PW-First        pic x(15).
           05 PW-Zip          pic x(5).
           05 PW-Norm-Addr    pic x(55).

      *    One Account under its normalized address.
       FD HouseWork.
         01 House-Rec.
           05 HW-Key.
             10 HW-Norm-Addr  pic x(55).
             10 HW-Account    pic x(18).

      *    One line per Account on the master.
       FD HouseholdFile.
         01 Household-Rec.
           05 HF-Household-Id pic 9(9).
           05 Filler          pic x.
           05 HF-Account      pic x(18).
           05 Filler          pic x.
           05 HF-Primary      pic x.
           05 Filler          pic x.
           05 HF-Norm-Addr    pic x(55).

       FD MatchRpt.
         01 Match-Line        pic x(220).

       Working-Storage Section.
         01 Misc.
           05 Eof-Switch Pic X
             Value "N".
           88 EOF     Value "Y".
           05 Work-Eof-Switch    pic x value "N".
              88 EOF-Work        value "Y".

      *    Run-time file names, defaulted so an unconfigured run
      *    matches cob05's default master in the current directory.
         01 File-Names.
           05 Master-File-Path    pic x(200)
             value "./customer.mst".
           05 PWork-File-Path     pic x(200)
             value "./customer.pmwk".
           05 HWork-File-Path     pic x(200)
             value "./customer.hhwk".
           05 House-File-Path     pic x(200)
             value "./customer.hh".
           05 MatchRpt-File-Path  pic x(200)
             value "./cob05h.rpt".
           05 Env-Value          pic x(200).
           05 Master-File-Status pic xx value "00".
           05 PWork-File-Status  pic xx value "00".
           05 HWork-File-Status  pic xx value "00".
      *    Remembered at open time - the live file status is
      *    overwritten by every later READ, so it cannot be retested
      *    at Finish.
           05 Mst-Fail-Switch    pic x value "N".
              88 Master-Open-Failed value "Y".

         01 Run-Counts.
           05 Rec-Read-Count     pic S9(7) COMP value 0.
           05 No-Key-Count       pic S9(7) COMP value 0.
           05 Pair-A-Count       pic S9(7) COMP value 0.
           05 Pair-B-Count       pic S9(7) COMP value 0.
           05 Pair-C-Count       pic S9(7) COMP value 0.
           05 Person-Grp-Count   pic S9(7) COMP value 0.
           05 Big-Grp-Count      pic S9(7) COMP value 0.
           05 House-Count        pic S9(9) COMP value 0.
           05 Multi-House-Count  pic S9(7) COMP value 0.
           05 Multi-Acct-Count   pic S9(7) COMP value 0.
           05 House-Size         pic S9(7) COMP value 0.
      *    Master records a work file refused - never matched or
      *    given a household.
           05 Work-Fail-Count    pic S9(7) COMP value 0.

      *    Address normalization: the four address fields strung
      *    together, then squeezed a byte at a time into Norm-Out.
         01 Norm-Ws.
           05 Norm-In            pic x(55).
           05 Norm-Out           pic x(55).
           05 Norm-Pos           pic S9(4) COMP value 0.
           05 Norm-Out-Len       pic S9(4) COMP value 0.
           05 Norm-Prev-Space    pic x value "Y".

      *    One person-key group, held so every pair in it can be
      *    reported.
         01 Person-Group-Ws.
           05 Grp-Key            pic x(29) value spaces.
           05 Grp-Open-Switch    pic x value "N".
              88 Grp-Open        value "Y".
           05 Grp-Size           pic S9(4) COMP value 0.
           05 Grp-Over-Switch    pic x value "N".
              88 Grp-Overflowed  value "Y".
           05 Grp-I              pic S9(4) COMP value 0.
           05 Grp-J              pic S9(4) COMP value 0.
           05 Grp-Entry occurs 50 times.
             10 Grp-Account      pic x(18).
             10 Grp-First        pic x(15).
             10 Grp-Zip          pic x(5).
             10 Grp-Norm-Addr    pic x(55).
           05 Grp-Last           pic x(20).
           05 Grp-Birthday       pic x(8).
           05 Pair-Code          pic x.

         01 House-Group-Ws.
           05 Cur-House-Addr     pic x(55) value spaces.
           05 House-Open-Switch  pic x value "N".
              88 House-Open      value "Y".

         01 Case-Ws.
           05 Lower-Case         pic x(26)
             value "abcdefghijklmnopqrstuvwxyz".
           05 Upper-Case         pic x(26)
             value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    Start/end timestamps for the report.
         01 Run-Timestamps.
           05 Start-Date-Ws      pic 9(8).
           05 Start-Time-Ws      pic 9(8).
           05 End-Date-Ws        pic 9(8).
           05 End-Time-Ws        pic 9(8).

      *    Display-usage copies of the COMP counters, needed because
      *    STRING will not take a COMP item directly.
         01 Match-Rpt-Ws.
           05 Rpt-Read-Count     pic ZZZZZZ9.
           05 Rpt-No-Key-Count   pic ZZZZZZ9.
           05 Rpt-Pair-A-Count   pic ZZZZZZ9.
           05 Rpt-Pair-B-Count   pic ZZZZZZ9.
           05 Rpt-Pair-C-Count   pic ZZZZZZ9.
           05 Rpt-Grp-Count      pic ZZZZZZ9.
           05 Rpt-Big-Grp-Count  pic ZZZZZZ9.
           05 Rpt-House-Count    pic ZZZZZZZZ9.
           05 Rpt-Multi-House    pic ZZZZZZ9.
           05 Rpt-Multi-Acct     pic ZZZZZZ9.
           05 Rpt-Work-Fail      pic ZZZZZZ9.

         01 Match-Return-Code    pic 9(4) value 0.

       PROCEDURE DIVISION.
         DISPLAY "Program Start!"
         Perform Init
         If not Master-Open-Failed
           Open Output PersonWork
           Open Output HouseWork
           Perform Scan-Master Until EOF
           Close PersonWork
           Close HouseWork
           Perform Match-Persons
           Perform Assign-Households
         End-If
         Perform Finish
         Move Match-Return-Code to Return-Code
         STOP RUN.

      *----------------------------------------------------------------
      * Init - resolve run-time file names and open files.
      *----------------------------------------------------------------
       Init.
           Accept Env-Value from Environment "COB05H_MSTFILE"
           If Env-Value not = spaces
             Move Env-Value to Master-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05H_PWORKFILE"
           If Env-Value not = spaces
             Move Env-Value to PWork-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05H_HWORKFILE"
           If Env-Value not = spaces
             Move Env-Value to HWork-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05H_HHFILE"
           If Env-Value not = spaces
             Move Env-Value to House-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05H_RPTFILE"
           If Env-Value not = spaces
             Move Env-Value to MatchRpt-File-Path
           End-If

           Accept Start-Date-Ws from Date YYYYMMDD
           Accept Start-Time-Ws from Time

           Open Input MasterFile
           If Master-File-Status not = "00"
             Set Master-Open-Failed to True
             DISPLAY "Cannot open customer master, status "
                     Master-File-Status
             Set EOF to True
             Move 8 to Match-Return-Code
           End-If
           Open Output MatchRpt
           Move spaces to Match-Line
           String "cob05h household and person match report"
                  delimited by size into Match-Line
           Write Match-Line
           Move spaces to Match-Line
           String "Master file   : " Master-File-Path
                  delimited by size into Match-Line
           Write Match-Line
           Move spaces to Match-Line
           String "Household file: " House-File-Path
                  delimited by size into Match-Line
           Write Match-Line
           Move spaces to Match-Line
           String "Started       : " Start-Date-Ws " " Start-Time-Ws
                  delimited by size into Match-Line
           Write Match-Line
           Move spaces to Match-Line
           Write Match-Line
           Move spaces to Match-Line
           String "Probable same person - same last name, first "
                  "initial and birthday on different Accounts:"
                  delimited by size into Match-Line
           Write Match-Line
           Move spaces to Match-Line
           String "  A = first name and address agree, "
                  "B = first name agrees, C = initial only"
                  delimited by size into Match-Line
           Write Match-Line
           Move spaces to Match-Line
           String "  S Account            Account            "
                  "Last name            First name      "
                  "First name      Birthday Zip   Zip"
                  delimited by size into Match-Line
           Write Match-Line.

      *----------------------------------------------------------------
      * Scan-Master - file each master record under its person key
      * and its normalized address.  No person key is made from a
      * blank last name or a birthday that is not all digits - those
      * would pair up every record missing the same data.
      *----------------------------------------------------------------
       Scan-Master.
           Read MasterFile Next
             At End
               Set EOF to True
             Not At End
               Add 1 to Rec-Read-Count
               Perform Normalize-Address
               Move Norm-Out  to HW-Norm-Addr
               Move M-Account to HW-Account
               Write House-Rec
                 Invalid Key
                   Add 1 to Work-Fail-Count
                   DISPLAY "Household work file write failed, status "
                           HWork-File-Status " for " M-Account
               End-Write
               If M-Last = spaces or M-First = spaces
                  or M-Birthday is not numeric
                 Add 1 to No-Key-Count
               Else
                 Move M-Last       to PW-Last
                 Move M-First(1:1) to PW-Initial
                 Move M-Birthday   to PW-Birthday
                 Move M-Account    to PW-Account
                 Move M-First      to PW-First
                 Inspect PW-Match-Key
                   Converting Lower-Case to Upper-Case
                 Inspect PW-First
                   Converting Lower-Case to Upper-Case
                 Move M-Zip        to PW-Zip
                 Move Norm-Out     to PW-Norm-Addr
                 Write Person-Rec
                   Invalid Key
                     Add 1 to Work-Fail-Count
                     DISPLAY "Person work file write failed, status "
                             PWork-File-Status " for " M-Account
                 End-Write
               End-If
           End-Read.

      *    An Account with no street line keeps a blank key here;
      *    Assign-Households gives each of those a household alone.
       Normalize-Address.
           Move spaces to Norm-Out
           If M-Address not = spaces
             Move spaces to Norm-In
             String M-Address " " M-City " " M-State " " M-Zip
                    delimited by size into Norm-In
             Inspect Norm-In Converting Lower-Case to Upper-Case
             Inspect Norm-In Converting ".,#'-/" to "      "
             Move 0   to Norm-Out-Len
             Move "Y" to Norm-Prev-Space
             Perform Squeeze-One-Byte
               Varying Norm-Pos from 1 by 1 Until Norm-Pos > 55
           End-If.

       Squeeze-One-Byte.
           If Norm-In(Norm-Pos:1) = space
             If Norm-Prev-Space = "N"
               Add 1 to Norm-Out-Len
               Move "Y" to Norm-Prev-Space
             End-If
           Else
             Add 1 to Norm-Out-Len
             Move Norm-In(Norm-Pos:1) to Norm-Out(Norm-Out-Len:1)
             Move "N" to Norm-Prev-Space
           End-If.

      *----------------------------------------------------------------
      * Match-Persons - the person-key groups in key order; every
      * group of two or more Accounts reports each of its pairs.
      *----------------------------------------------------------------
       Match-Persons.
           Open Input PersonWork
           Move "N" to Work-Eof-Switch
           Perform Read-Person Until EOF-Work
           Perform Close-Person-Group
           Close PersonWork.

       Read-Person.
           Read PersonWork Next
             At End
               Set EOF-Work to True
             Not At End
               If not Grp-Open or PW-Match-Key not = Grp-Key
                 Perform Close-Person-Group
                 Set Grp-Open to True
                 Move PW-Match-Key to Grp-Key
                 Move PW-Last      to Grp-Last
                 Move PW-Birthday  to Grp-Birthday
                 Move 0   to Grp-Size
                 Move "N" to Grp-Over-Switch
               End-If
               If Grp-Size < 50
                 Add 1 to Grp-Size
                 Move PW-Account   to Grp-Account(Grp-Size)
                 Move PW-First     to Grp-First(Grp-Size)
                 Move PW-Zip       to Grp-Zip(Grp-Size)
                 Move PW-Norm-Addr to Grp-Norm-Addr(Grp-Size)
               Else
                 Set Grp-Overflowed to True
               End-If
           End-Read.

       Close-Person-Group.
           If Grp-Open and Grp-Size > 1
             Add 1 to Person-Grp-Count
             If Grp-Overflowed
               Add 1 to Big-Grp-Count
             End-If
             Perform Report-Pairs-Of
               Varying Grp-I from 1 by 1 Until Grp-I >= Grp-Size
           End-If
           Move "N" to Grp-Open-Switch.

       Report-Pairs-Of.
           Compute Grp-J = Grp-I + 1
           Perform Report-One-Pair
             Varying Grp-J from Grp-J by 1 Until Grp-J > Grp-Size.

       Report-One-Pair.
           Evaluate True
             When Grp-First(Grp-I) = Grp-First(Grp-J)
                  and Grp-Norm-Addr(Grp-I) not = spaces
                  and Grp-Norm-Addr(Grp-I) = Grp-Norm-Addr(Grp-J)
               Move "A" to Pair-Code
               Add 1 to Pair-A-Count
             When Grp-First(Grp-I) = Grp-First(Grp-J)
               Move "B" to Pair-Code
               Add 1 to Pair-B-Count
             When Other
               Move "C" to Pair-Code
               Add 1 to Pair-C-Count
           End-Evaluate
           Move spaces to Match-Line
           String "  " Pair-Code " " Grp-Account(Grp-I) " "
                  Grp-Account(Grp-J) " " Grp-Last " "
                  Grp-First(Grp-I) " " Grp-First(Grp-J) " "
                  Grp-Birthday " " Grp-Zip(Grp-I) " "
                  Grp-Zip(Grp-J)
                  delimited by size into Match-Line
           Write Match-Line.

      *----------------------------------------------------------------
      * Assign-Households - the normalized addresses in order; each
      * new address starts a household, and its first Account is the
      * one flagged to mail to.  A blank address never groups.
      *----------------------------------------------------------------
       Assign-Households.
           Open Output HouseholdFile
           Open Input HouseWork
           Move "N" to Work-Eof-Switch
           Perform Read-House Until EOF-Work
           Perform Close-House
           Close HouseWork
           Close HouseholdFile.

       Read-House.
           Read HouseWork Next
             At End
               Set EOF-Work to True
             Not At End
               Move spaces to Household-Rec
               If not House-Open or HW-Norm-Addr = spaces
                  or HW-Norm-Addr not = Cur-House-Addr
                 Perform Close-House
                 Set House-Open to True
                 Move HW-Norm-Addr to Cur-House-Addr
                 Add 1 to House-Count
                 Move "Y" to HF-Primary
               Else
                 Move "N" to HF-Primary
               End-If
               Add 1 to House-Size
               Move House-Count  to HF-Household-Id
               Move HW-Account   to HF-Account
               Move HW-Norm-Addr to HF-Norm-Addr
               Write Household-Rec
           End-Read.

       Close-House.
           If House-Open and House-Size > 1
             Add 1 to Multi-House-Count
             Add House-Size to Multi-Acct-Count
           End-If
           Move 0 to House-Size
           Move "N" to House-Open-Switch.

      *----------------------------------------------------------------
      * Finish - the match and household totals.
      *----------------------------------------------------------------
       Finish.
           If not Master-Open-Failed
             Close MasterFile
           End-If

           Accept End-Date-Ws from Date YYYYMMDD
           Accept End-Time-Ws from Time

           Move Rec-Read-Count    to Rpt-Read-Count
           Move No-Key-Count      to Rpt-No-Key-Count
           Move Pair-A-Count      to Rpt-Pair-A-Count
           Move Pair-B-Count      to Rpt-Pair-B-Count
           Move Pair-C-Count      to Rpt-Pair-C-Count
           Move Person-Grp-Count  to Rpt-Grp-Count
           Move Big-Grp-Count     to Rpt-Big-Grp-Count
           Move House-Count       to Rpt-House-Count
           Move Multi-House-Count to Rpt-Multi-House
           Move Multi-Acct-Count  to Rpt-Multi-Acct
           Move Work-Fail-Count   to Rpt-Work-Fail
           Move spaces to Match-Line
           Write Match-Line
           Move spaces to Match-Line
           String "Records read  : " Rpt-Read-Count
                  delimited by size into Match-Line
           Write Match-Line
           Move spaces to Match-Line
           String "No person key : " Rpt-No-Key-Count
                  " (blank name or birthday not numeric)"
                  delimited by size into Match-Line
           Write Match-Line
           Move spaces to Match-Line
           String "Person groups : " Rpt-Grp-Count
                  delimited by size into Match-Line
           Write Match-Line
           Move spaces to Match-Line
           String "Pairs         : A " Rpt-Pair-A-Count
                  "  B " Rpt-Pair-B-Count
                  "  C " Rpt-Pair-C-Count
                  delimited by size into Match-Line
           Write Match-Line
           If Big-Grp-Count > 0
             Move spaces to Match-Line
             String "** WARNING - " Rpt-Big-Grp-Count
                    " person group(s) over 50 Accounts, matched on "
                    "their first 50 only **"
                    delimited by size into Match-Line
             Write Match-Line
           End-If
           Move spaces to Match-Line
           String "Households    : " Rpt-House-Count
                  delimited by size into Match-Line
           Write Match-Line
           Move spaces to Match-Line
           String "Shared        : " Rpt-Multi-House
                  " household(s) holding " Rpt-Multi-Acct
                  " Account(s)"
                  delimited by size into Match-Line
           Write Match-Line
           If Work-Fail-Count > 0
             Move spaces to Match-Line
             String "** WARNING - " Rpt-Work-Fail
                    " work file write(s) failed - those Accounts are "
                    "missing from the matches or households **"
                    delimited by size into Match-Line
             Write Match-Line
             Move 8 to Match-Return-Code
           End-If
           Move spaces to Match-Line
           String "Ended         : " End-Date-Ws " " End-Time-Ws
                  delimited by size into Match-Line
           Write Match-Line
           Close MatchRpt.
