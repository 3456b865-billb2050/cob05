       IDENTIFICATION DIVISION.
       PROGRAM-ID. cob05d.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Dormant-account report (and optional retirement) for the
      * indexed customer master cob05 maintains.  Reads customer.mst
      * end to end and lists every Account no vendor has sent for at
      * least the configured number of days (COB05D_DAYS, default
      * 365) as of the run date (COB05D_ASOF, default today), judged
      * on the date-last-seen stamp Apply-Master keeps.  The list is
      * grouped by the source system that last sent each Account,
      * with a count per source, so a vendor that quietly stopped
      * sending part of its book stands out.
      *
      * With COB05D_RETIRE=Y the listed Accounts are also retired:
      * each is deleted from the master, its customer fields are
      * archived to the purged-accounts file (customer.prg) and a DEL
      * line with that before-image goes on a retirement activity
      * report - exactly what cob05's Process-Delete does for a
      * vendor's delete notification.  The activity report is
      * written fresh each run in cob05's own format, so cob05u can
      * back a retirement out like any night's apply.  A retirement
      * run appends a history entry under the source "*RETIRE"
      * carrying the deletes, so the cob05m book count still ties.
      *
      * A record whose last-seen stamp is not a usable date is
      * counted and reported but never retired.
      *
      * The run ends with return code 8 when the master could not be
      * opened, or when a dormant record could not be filed to the
      * work file (the list, and any retirement, would be short).
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS M-Account
           File Status Is Master-File-Status.
      *    The dormant records, keyed on last source then Account so
      *    a forward read hands them back grouped for the report.
      *    Created fresh every run.  Dynamic access: the master scan
      *    files them in Account order, not in key order.
       Select DormantWork Assign to Dynamic
           Work-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DW-Key
           File Status Is Work-File-Status.
      *    cob05's purged-accounts archive, always extended.
       Select PurgeFile Assign to Dynamic
           Purge-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Purge-File-Status.
       Select ActivityRpt Assign to Dynamic
           ActRpt-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Act-File-Status.
      *    cob05's permanent run history, extended with the
      *    retirement entry.
       Select RunHistFile Assign to Dynamic
           Hist-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Hist-File-Status.
       Select DormantRpt Assign to Dynamic
           DormRpt-File-Path
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

       FD DormantWork.
         01 Dormant-Rec.
           05 DW-Key.
             10 DW-Source     pic x(10).
             10 DW-Account    pic x(18).
           05 DW-Days         pic 9(7).
           05 DW-Image        pic x(290).

      *    Same lines cob05's Master-Log-Delete writes.
       FD ActivityRpt.
         01 Act-Rec           pic x(230).

       FD PurgeFile.
         01 Purge-Rec         pic x(216).

      *    Same layout cob05 appends.
       FD RunHistFile.
         01 Hist-Rec.
           05 H-Run-Date      pic 9(8).
           05 Filler          pic x.
           05 H-Run-Time      pic 9(8).
           05 Filler          pic x.
           05 H-Source        pic x(10).
           05 Filler          pic x.
           05 H-Extract-Date  pic x(8).
           05 Filler          pic x.
           05 H-Read          pic 9(7).
           05 Filler          pic x.
           05 H-Written       pic 9(7).
           05 Filler          pic x.
           05 H-Reject        pic 9(7).
           05 Filler          pic x.
           05 H-Exception     pic 9(7).
           05 Filler          pic x.
           05 H-Dup           pic 9(7).
           05 Filler          pic x.
           05 H-In-Path       pic x(200).
           05 Filler          pic x.
           05 H-Mst-Add       pic 9(7).
           05 Filler          pic x.
           05 H-Mst-Chg       pic 9(7).
           05 Filler          pic x.
           05 H-Mst-Del       pic 9(7).
           05 Filler          pic x.
           05 H-Src-Exception pic 9(7).
           05 Filler          pic x.
           05 H-Src-Mst-Add   pic 9(7).
           05 Filler          pic x.
           05 H-Src-Mst-Chg   pic 9(7).
           05 Filler          pic x.
           05 H-Src-Mst-Del   pic 9(7).

       FD DormantRpt.
         01 Dorm-Rec          pic x(220).

       Working-Storage Section.
         01 Misc.
           05 Eof-Switch Pic X
             Value "N".
           88 EOF     Value "Y".
           05 Work-Eof-Switch    pic x value "N".
              88 EOF-Work        value "Y".

      *    Run-time file names, defaulted so an unconfigured run
      *    reports on cob05's default master in the current
      *    directory.
         01 File-Names.
           05 Master-File-Path    pic x(200)
             value "./customer.mst".
           05 Work-File-Path      pic x(200)
             value "./customer.dmwk".
           05 Purge-File-Path     pic x(200)
             value "./customer.prg".
           05 ActRpt-File-Path    pic x(200)
             value "./cob05d.act".
           05 Hist-File-Path      pic x(200)
             value "./customer.hist".
           05 DormRpt-File-Path   pic x(200)
             value "./cob05d.rpt".
           05 Env-Value          pic x(200).
           05 Env-Token          pic x(9).
           05 Master-File-Status pic xx value "00".
           05 Work-File-Status   pic xx value "00".
           05 Purge-File-Status  pic xx value "00".
           05 Act-File-Status    pic xx value "00".
           05 Hist-File-Status   pic xx value "00".
      *    Remembered at open time - the live file status is
      *    overwritten by every later READ, so it cannot be retested
      *    at Finish.
           05 Mst-Fail-Switch    pic x value "N".
              88 Master-Open-Failed value "Y".

         01 Run-Options.
           05 Retire-Switch      pic x value "N".
              88 Retire-On       value "Y".
           05 Dormant-Days       pic 9(5) value 365.
           05 Asof-Date-Ws       pic 9(8) value 0.

         01 Run-Counts.
           05 Rec-Read-Count     pic S9(7) COMP value 0.
           05 Dormant-Count      pic S9(7) COMP value 0.
           05 Unstamped-Count    pic S9(7) COMP value 0.
           05 Retired-Count      pic S9(7) COMP value 0.
           05 Src-Dormant-Count  pic S9(7) COMP value 0.
           05 Src-Group-Count    pic S9(5) COMP value 0.
      *    Dormant records the work file refused - never listed or
      *    retired.
           05 Work-Fail-Count    pic S9(7) COMP value 0.

         01 Dormancy-Ws.
           05 Asof-Day-Num       pic S9(9) COMP value 0.
           05 Seen-Day-Num       pic S9(9) COMP value 0.
           05 Idle-Days          pic S9(9) COMP value 0.
      *    The source group being printed, for the control break.
           05 Cur-Group-Source   pic x(10) value spaces.
           05 Group-Open-Switch  pic x value "N".
              88 Group-Open      value "Y".
           05 Group-Label        pic x(10).
           05 Retire-Note        pic x(9).

      *    Start/end timestamps for the report and the history.
         01 Run-Timestamps.
           05 Start-Date-Ws      pic 9(8).
           05 Start-Time-Ws      pic 9(8).
           05 End-Date-Ws        pic 9(8).
           05 End-Time-Ws        pic 9(8).

      *    Display-usage copies of the COMP counters, needed because
      *    STRING will not take a COMP item directly.
         01 Dorm-Rpt-Ws.
           05 Rpt-Days           pic ZZZZ9.
           05 Rpt-Idle-Days      pic ZZZZZZ9.
           05 Rpt-Read-Count     pic ZZZZZZ9.
           05 Rpt-Dormant-Count  pic ZZZZZZ9.
           05 Rpt-Unstamped-Count pic ZZZZZZ9.
           05 Rpt-Retired-Count  pic ZZZZZZ9.
           05 Rpt-Work-Fail      pic ZZZZZZ9.
           05 Rpt-Src-Count      pic ZZZZZZ9.
           05 Rpt-Group-Count    pic ZZZZ9.

         01 Dormant-Return-Code  pic 9(4) value 0.

       PROCEDURE DIVISION.
         DISPLAY "Program Start!"
         Perform Init
         If not Master-Open-Failed
           Open Output DormantWork
           Perform Scan-Master Until EOF
           Close DormantWork
           Perform Report-Dormant
         End-If
         Perform Finish
         Move Dormant-Return-Code to Return-Code
         STOP RUN.

      *----------------------------------------------------------------
      * Init - resolve run-time file names/switches and open files.
      *----------------------------------------------------------------
       Init.
           Accept Env-Value from Environment "COB05D_MSTFILE"
           If Env-Value not = spaces
             Move Env-Value to Master-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05D_WORKFILE"
           If Env-Value not = spaces
             Move Env-Value to Work-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05D_PRGFILE"
           If Env-Value not = spaces
             Move Env-Value to Purge-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05D_ACTFILE"
           If Env-Value not = spaces
             Move Env-Value to ActRpt-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05D_HISTFILE"
           If Env-Value not = spaces
             Move Env-Value to Hist-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05D_RPTFILE"
           If Env-Value not = spaces
             Move Env-Value to DormRpt-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05D_RETIRE"
           If Env-Value not = spaces
             Move Env-Value(1:1) to Retire-Switch
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05D_DAYS"
           Move spaces to Env-Token
           Unstring Env-Value delimited by space into Env-Token
           If Env-Token not = spaces
             Move Function Numval(Env-Token) to Dormant-Days
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05D_ASOF"
           Move spaces to Env-Token
           Unstring Env-Value delimited by space into Env-Token
           If Env-Token not = spaces and Env-Token(1:8) is numeric
             Move Env-Token(1:8) to Asof-Date-Ws
           End-If

           Accept Start-Date-Ws from Date YYYYMMDD
           Accept Start-Time-Ws from Time
           If Asof-Date-Ws = 0
             Move Start-Date-Ws to Asof-Date-Ws
           End-If
           Compute Asof-Day-Num =
             Function Integer-Of-Date(Asof-Date-Ws)

      *    Only a retirement run updates the master.
           If Retire-On
             Open I-O MasterFile
           Else
             Open Input MasterFile
           End-If
           If Master-File-Status not = "00"
             Set Master-Open-Failed to True
             DISPLAY "Cannot open customer master, status "
                     Master-File-Status
             Set EOF to True
             Move 8 to Dormant-Return-Code
           End-If
           If Retire-On and not Master-Open-Failed
             Open Output ActivityRpt
             Open Extend PurgeFile
             If Purge-File-Status not = "00"
               Open Output PurgeFile
             End-If
           End-If
           Open Output DormantRpt
           Move Dormant-Days to Rpt-Days
           Move spaces to Dorm-Rec
           String "cob05d dormant-account report" delimited by size
                  into Dorm-Rec
           Write Dorm-Rec
           Move spaces to Dorm-Rec
           String "Master file   : " Master-File-Path
                  delimited by size into Dorm-Rec
           Write Dorm-Rec
           Move spaces to Dorm-Rec
           String "As of         : " Asof-Date-Ws
                  ", dormant when not seen for " Rpt-Days
                  " day(s)"
                  delimited by size into Dorm-Rec
           Write Dorm-Rec
           If Retire-On
             Move spaces to Dorm-Rec
             String "** RETIREMENT RUN - dormant Accounts moved to "
                    delimited by size
                    Purge-File-Path delimited by space
                    " **" delimited by size into Dorm-Rec
             Write Dorm-Rec
           End-If
           Move spaces to Dorm-Rec
           String "Started       : " Start-Date-Ws " " Start-Time-Ws
                  delimited by size into Dorm-Rec
           Write Dorm-Rec
           Move spaces to Dorm-Rec
           Write Dorm-Rec.

      *----------------------------------------------------------------
      * Scan-Master - one master record: how long since a vendor
      * last sent it.  A dormant one is filed in the work file under
      * its last source; an unusable stamp is only counted.
      *----------------------------------------------------------------
       Scan-Master.
           Read MasterFile Next
             At End
               Set EOF to True
             Not At End
               Add 1 to Rec-Read-Count
               If M-Last-Seen is not numeric
                  or M-Last-Seen < 16010101
                  or M-Last-Seen > Asof-Date-Ws
                 Add 1 to Unstamped-Count
               Else
                 Compute Seen-Day-Num =
                   Function Integer-Of-Date(M-Last-Seen)
                 If Seen-Day-Num = 0
                   Add 1 to Unstamped-Count
                 Else
                   Compute Idle-Days = Asof-Day-Num - Seen-Day-Num
                   If Idle-Days >= Dormant-Days
                     Perform File-Dormant-Record
                   End-If
                 End-If
               End-If
           End-Read.

       File-Dormant-Record.
           Move M-Last-Source to DW-Source
           Move M-Account     to DW-Account
           Move Idle-Days     to DW-Days
           Move Master-Rec    to DW-Image
           Write Dormant-Rec
             Invalid Key
               Add 1 to Work-Fail-Count
               DISPLAY "Dormant work file write failed, status "
                       Work-File-Status " for " M-Account
             Not Invalid Key
               Add 1 to Dormant-Count
           End-Write.

      *----------------------------------------------------------------
      * Report-Dormant - the dormant list, one group per last source
      * with its own count, retiring each Account as it is listed
      * when that was asked for.
      *----------------------------------------------------------------
       Report-Dormant.
           Open Input DormantWork
           Move "N" to Work-Eof-Switch
           Perform Report-One-Dormant Until EOF-Work
           Perform Close-Source-Group
           Close DormantWork.

       Report-One-Dormant.
           Read DormantWork Next
             At End
               Set EOF-Work to True
             Not At End
               If not Group-Open or DW-Source not = Cur-Group-Source
                 Perform Close-Source-Group
                 Perform Open-Source-Group
               End-If
               Add 1 to Src-Dormant-Count
               Move spaces to Retire-Note
               If Retire-On
                 Perform Retire-Account
               End-If
               Move DW-Image to Master-Rec
               Move DW-Days  to Rpt-Idle-Days
               Move spaces to Dorm-Rec
               String "  " M-Account " " M-Last " " M-First " "
                      M-State " " M-Last-Seen " " Rpt-Idle-Days
                      " " Retire-Note
                      delimited by size into Dorm-Rec
               Write Dorm-Rec
           End-Read.

       Open-Source-Group.
           Set Group-Open to True
           Add 1 to Src-Group-Count
           Move DW-Source to Cur-Group-Source
           Move 0 to Src-Dormant-Count
           Move DW-Source to Group-Label
           If Group-Label = spaces
             Move "(unknown)" to Group-Label
           End-If
           Move spaces to Dorm-Rec
           String "Last source   : " Group-Label
                  delimited by size into Dorm-Rec
           Write Dorm-Rec
           Move spaces to Dorm-Rec
           String "  Account            Last name            "
                  "First name      St Last seen  Idle days"
                  delimited by size into Dorm-Rec
           Write Dorm-Rec.

       Close-Source-Group.
           If Group-Open
             Move Src-Dormant-Count to Rpt-Src-Count
             Move spaces to Dorm-Rec
             String "  " Group-Label " dormant: " Rpt-Src-Count
                    delimited by size into Dorm-Rec
             Write Dorm-Rec
             Move spaces to Dorm-Rec
             Write Dorm-Rec
             Move "N" to Group-Open-Switch
           End-If.

      *    The same steps cob05's Process-Delete takes: delete from
      *    the master, archive the customer fields, log a DEL with
      *    the before-image.  The record is re-read first - the copy
      *    in the work file is only what the scan saw.
       Retire-Account.
           Move DW-Account to M-Account
           Read MasterFile
             Invalid Key
               Move "GONE" to Retire-Note
             Not Invalid Key
               Delete MasterFile
               Add 1 to Retired-Count
               Move Master-Rec(1:216) to Purge-Rec
               Write Purge-Rec
               Move spaces to Act-Rec
               String "DEL " M-Account delimited by size
                      into Act-Rec
               Write Act-Rec
               Move spaces to Act-Rec
               String "  before: " Master-Rec(1:216)
                      delimited by size into Act-Rec
               Write Act-Rec
               Move "RETIRED" to Retire-Note
           End-Read.

      *----------------------------------------------------------------
      * Finish - the totals, the retirement history entry, and the
      * return code.
      *----------------------------------------------------------------
       Finish.
           If not Master-Open-Failed
             Close MasterFile
             If Retire-On
               Close ActivityRpt
               Close PurgeFile
             End-If
           End-If

           Accept End-Date-Ws from Date YYYYMMDD
           Accept End-Time-Ws from Time

           Move Rec-Read-Count  to Rpt-Read-Count
           Move Dormant-Count   to Rpt-Dormant-Count
           Move Unstamped-Count to Rpt-Unstamped-Count
           Move Retired-Count   to Rpt-Retired-Count
           Move Src-Group-Count to Rpt-Group-Count
           Move spaces to Dorm-Rec
           String "Records read  : " Rpt-Read-Count
                  delimited by size into Dorm-Rec
           Write Dorm-Rec
           Move spaces to Dorm-Rec
           String "Dormant       : " Rpt-Dormant-Count
                  " across " Rpt-Group-Count " source(s)"
                  delimited by size into Dorm-Rec
           Write Dorm-Rec
           Move spaces to Dorm-Rec
           String "No last seen  : " Rpt-Unstamped-Count
                  delimited by size into Dorm-Rec
           Write Dorm-Rec
           If Unstamped-Count > 0
             Move spaces to Dorm-Rec
             String "** NOTE - " Rpt-Unstamped-Count
                    " record(s) carry no usable last-seen date and "
                    "were not judged - run cob05m's conversion if "
                    "the master predates the stamps **"
                    delimited by size into Dorm-Rec
             Write Dorm-Rec
           End-If
           If Work-Fail-Count > 0
             Move Work-Fail-Count to Rpt-Work-Fail
             Move spaces to Dorm-Rec
             String "** WARNING - " Rpt-Work-Fail
                    " dormant record(s) could not be filed to the "
                    "work file and are not listed or retired **"
                    delimited by size into Dorm-Rec
             Write Dorm-Rec
             Move 8 to Dormant-Return-Code
           End-If
           If Retire-On and not Master-Open-Failed
             Move spaces to Dorm-Rec
             String "Retired       : " Rpt-Retired-Count
                    " (logged to " delimited by size
                    ActRpt-File-Path delimited by space
                    ")" delimited by size into Dorm-Rec
             Write Dorm-Rec
             Perform Append-Retire-History
           End-If
           Move spaces to Dorm-Rec
           String "Ended         : " End-Date-Ws " " End-Time-Ws
                  delimited by size into Dorm-Rec
           Write Dorm-Rec
           Close DormantRpt.

      *    One history line for the retirement, shaped like a cob05
      *    run: records read, records retired, and the retirements
      *    again as master deletes, so cob05m's book figure drops by
      *    exactly what came off the master.
       Append-Retire-History.
           Open Extend RunHistFile
           If Hist-File-Status not = "00"
             Open Output RunHistFile
           End-If
           If Hist-File-Status = "00"
             Move spaces to Hist-Rec
             Move Start-Date-Ws    to H-Run-Date
             Move Start-Time-Ws    to H-Run-Time
             Move "*RETIRE"        to H-Source
             Move Rec-Read-Count   to H-Read
             Move Retired-Count    to H-Written
             Move 0                to H-Reject
             Move 0                to H-Exception
             Move 0                to H-Dup
             Move ActRpt-File-Path to H-In-Path
             Move 0                to H-Mst-Add
             Move 0                to H-Mst-Chg
             Move Retired-Count    to H-Mst-Del
             Move 0                to H-Src-Exception
             Move 0                to H-Src-Mst-Add
             Move 0                to H-Src-Mst-Chg
             Move Retired-Count    to H-Src-Mst-Del
             Write Hist-Rec
             Close RunHistFile
           End-If.
