       IDENTIFICATION DIVISION.
       PROGRAM-ID. cob05e.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Distribution companion to cob05.  Reads the indexed customer
      * master cob05 maintains (customer.mst) and writes our book
      * back out as an EBCDIC extract in exactly the vendor framing
      * cob05 itself reads, for the mainframe partner - instead of
      * the commented-out INSPECT of cob05's 03/17/2019 note, which
      * only ever turned customer.out into EBCDIC bytes with no
      * framing at all.
      *
      * The feed is one fixed-length EBCDIC file:
      *   HDR  run date as the extract date, our source-system name
      *        (COB05E_SOURCE, default CUSTMAST), layout version
      *   detail per customer, in the layout the run asks for - 01,
      *        the original 134-byte detail, or 02 (the default),
      *        the 141-byte detail with Zip+4 and country code
      *   CNT  continuation after a detail whose second address
      *        line, phone, or email is present
      *   DEL  delete notification per Account gone from the book
      *        (changes mode only)
      *   TRL  count of every detail, CNT, and DEL record sent
      * each ending in the EBCDIC line feed, or the two-byte EBCDIC
      * CR/LF in CRLF mode (COB05E_MODE=CRLF), so cob05 can take the
      * file straight back in through its input list.
      *
      * Two send modes (COB05E_SEND):
      *   FULL     every master record, in Account order.
      *   CHANGES  only the Accounts cob05 added, changed, or
      *            deleted, taken from its activity report
      *            (COB05E_ACTFILE, default customer.act - a comma-
      *            separated list of up to 10, since cob05 rewrites
      *            the report each run and a night can run it more
      *            than once).  Each Account goes once, as it stands
      *            now: a detail if it is on the master, a DEL if it
      *            is not.  Deletes cob05 found nothing to delete
      *            for are not passed on.
      *
      * Every byte goes through the same ASCII/EBCDIC table cob05
      * converts with, in reverse.  A customer with any character
      * the table has no EBCDIC value for - or whose Account begins
      * with one of the record types and would misframe the file -
      * is not sent: each offending field goes on an exceptions
      * report with its position and byte value, and the run ends
      * with return code 4.  Layout 01 has no room for Zip+4 or
      * country; customers carrying them are sent without, and
      * counted on the control report.
      *
      * Each completed send appends a line to a permanent send log
      * (customer.sendlog), and the control report shows the
      * previous one, so operations can see what the partner last
      * received.
      *
      * Return code: 0 clean, 4 when customers were held back, 8
      * when the master or an activity report could not be opened
      * or a run option is not recognized (no feed is written for
      * a bad option or an unopened master).
      *
       Environment Division.
       Configuration Section.
       Special-Names.
      *    The printable bytes of the ASCII 78-level table below -
      *    every one of them has an EBCDIC value.  The table's line
      *    feed is left out: inside a field it would break the
      *    partner's record framing.
           CLASS TABLE-CHARACTER IS
                X'20' THRU X'7E'.
       Input-Output Section.
       File-Control.
      *    Names are supplied at run time in Init (environment
      *    variables), defaulted to the paths cob05 defaults to.
      *    Dynamic access: read end to end in full mode, by Account
      *    in changes mode.
       Select MasterFile Assign to Dynamic
           Master-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS M-Account
           File Status Is Master-File-Status.
      *    cob05's activity report, one of the listed files at a
      *    time.  File Status tells a missing report from one that
      *    is simply empty.
       Select ActivityRpt Assign to Dynamic
           Act-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Act-File-Status.
      *    Accounts already sent this run, keyed so a customer
      *    changed in several runs' reports still goes only once.
      *    Created fresh at the start of every changes-mode run.
       Select SentFile Assign to Dynamic
           Sent-File-Path
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SW-Account
           File Status Is Sent-File-Status.
      *    The feed - EBCDIC, fixed length, one twin per layout and
      *    line ending, exactly as cob05 opens its input.
       Select FeedFile Assign to Dynamic
           Feed-File-Path
           ORGANIZATION IS BINARY SEQUENTIAL.
       Select FeedFileCR Assign to Dynamic
           Feed-File-Path
           ORGANIZATION IS BINARY SEQUENTIAL.
       Select FeedFileV2 Assign to Dynamic
           Feed-File-Path
           ORGANIZATION IS BINARY SEQUENTIAL.
       Select FeedFileV2CR Assign to Dynamic
           Feed-File-Path
           ORGANIZATION IS BINARY SEQUENTIAL.
       Select ExceptionRpt Assign to Dynamic
           ExceptRpt-File-Path
           ORGANIZATION IS LINE SEQUENTIAL.
       Select ControlRpt Assign to Dynamic
           CtlRpt-File-Path
           ORGANIZATION IS LINE SEQUENTIAL.
      *    Permanent, always extended, like the run history.  File
      *    Status tells the first-ever send (no log yet) from a real
      *    open error.
       Select SendLog Assign to Dynamic
           Send-Log-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Send-Log-Status.
       Data Division.
       File Section.
      *    Same record cob05's Apply-Master writes - one master
      *    record per Account, the converted OutRec fields minus the
      *    line-end byte, then the date/source stamps and the
      *    field-group source tags.
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

      *    ADD/CHG/DEL lines carry the Account in 5-22; the image
      *    and KPT lines that follow them are passed over.
       FD ActivityRpt.
         01 Act-Rec           pic x(230).

       FD SentFile.
         01 Sent-Rec.
           05 SW-Account      pic x(18).
           05 SW-Action       pic x(3).

       FD FeedFile.
         01 Feed-Rec          pic x(134).

       FD FeedFileCR.
         01 Feed-Rec-CR       pic x(135).

       FD FeedFileV2.
         01 Feed-Rec-V2       pic x(141).

       FD FeedFileV2CR.
         01 Feed-Rec-V2C      pic x(142).

      *    One line per field that held a customer back: the
      *    Account, why (UC unconvertible character, RT Account
      *    reads as a record type), the field, and where.
       FD ExceptionRpt.
         01 Exc-Rec.
           05 EX-Account      pic x(18).
           05 Filler          pic x.
           05 EX-Reason       pic x(2).
           05 Filler          pic x.
           05 EX-Field        pic x(8).
           05 Filler          pic x.
           05 EX-Detail       pic x(40).

       FD ControlRpt.
         01 Ctl-Rec           pic x(220).

       FD SendLog.
         01 Send-Log-Rec      pic x(300).

       Working-Storage Section.
         01 Misc.
           05 Eof-Switch Pic X
             Value "N".
           88 EOF     Value "Y".
           05 Act-Eof-Switch pic x value "N".
              88 EOF-Act     value "Y".
           05 Log-Eof-Switch pic x value "N".
              88 EOF-Log     value "Y".
           78 ASCII   value
          "abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ" &
          "0123456789 !" & '"' & "#$%&'()*+,-./:;<=>?@[\]^_`{|}~"&
          x'0A'.
           78 EBCDIC  value
        X'818283848586878889919293949596979899A2A3A4A5A6A7A8A9' &
        X'C1C2C3C4C5C6C7C8C9D1D2D3D4D5D6D7D8D9E2E3E4E5E6E7E8E9' &
        X'F0F1F2F3F4F5F6F7F8F9405A7F' &
        X'7B5B6C507D4D5D5C4E6B604B617A5E4C7E6E6F7CADE0BDB06D798B4F9BA1'&
        x'25'.

      *    Run-time file names, defaulted so an unconfigured run
      *    picks up cob05's default master and activity report from
      *    the current directory.
         01 File-Names.
           05 Master-File-Path    pic x(200)
             value "./customer.mst".
           05 Act-List-Path       pic x(200)
             value "./customer.act".
           05 Act-File-Path       pic x(200).
           05 Sent-File-Path      pic x(200)
             value "./customer.dstwk".
           05 Feed-File-Path      pic x(200)
             value "./customer.dst".
           05 ExceptRpt-File-Path pic x(200)
             value "./cob05e.exc".
           05 CtlRpt-File-Path    pic x(200)
             value "./cob05e.ctl".
           05 Send-Log-Path       pic x(200)
             value "./customer.sendlog".
           05 Env-Value          pic x(200).
           05 Master-File-Status pic xx value "00".
           05 Act-File-Status    pic xx value "00".
           05 Sent-File-Status   pic xx value "00".
           05 Send-Log-Status    pic xx value "00".
      *    Remembered at open time - the file status itself gets
      *    overwritten by every later READ.
           05 Mst-Fail-Switch    pic x value "N".
              88 Master-Open-Failed value "Y".
           05 Mst-Open-Status    pic xx value "00".

         01 Run-Options.
           05 Send-Mode          pic x(7) value "FULL".
              88 Send-Full       value "FULL".
              88 Send-Changes    value "CHANGES".
           05 Layout-Ver         pic x(2) value "02".
              88 Layout-01       value "01".
              88 Layout-02       value "02".
           05 Run-Mode           pic x(4) value "LF".
              88 Mode-LF-Out     value "LF".
              88 Mode-CRLF-Out   value "CRLF".
           05 Our-Source         pic x(10) value "CUSTMAST".
      *    Set when an option is not recognized or the master will
      *    not open - nothing is sent.
           05 Abort-Switch       pic x value "N".
              88 Run-Aborted     value "Y".
           05 Abort-Reason       pic x(60) value spaces.

      *    The activity report list, split the way cob05 splits its
      *    input list.
         01 Act-File-List.
           05 Act-File-Count     pic 9(2) value 0.
           05 Act-File-Cur       pic 9(2) value 0.
           05 Act-List-Ovfl-Switch pic x value "N".
              88 Act-List-Overflowed value "Y".
           05 Act-File-Entry OCCURS 10 TIMES.
              10 Act-File-Name   pic x(200).
              10 Act-File-Lines  pic S9(7) COMP.
              10 Act-File-Accts  pic S9(7) COMP.
              10 Act-File-Sw     pic x.
                 88 Act-File-Missing value "Y".

         01 Run-Counts.
           05 Rec-Read-Count     pic S9(7) COMP value 0.
           05 Act-Acct-Count     pic S9(7) COMP value 0.
           05 Repeat-Count       pic S9(7) COMP value 0.
           05 Detail-Sent-Count  pic S9(7) COMP value 0.
           05 Cont-Sent-Count    pic S9(7) COMP value 0.
           05 Del-Sent-Count     pic S9(7) COMP value 0.
           05 Held-Count         pic S9(7) COMP value 0.
           05 Exc-Line-Count     pic S9(7) COMP value 0.
           05 V2-Dropped-Count   pic S9(7) COMP value 0.
           05 Act-Missing-Count  pic S9(4) COMP value 0.

      *    Start/end timestamps for the control report.
         01 Run-Timestamps.
           05 Start-Date-Ws      pic 9(8).
           05 Start-Time-Ws      pic 9(8).
           05 End-Date-Ws        pic 9(8).
           05 End-Time-Ws        pic 9(8).

      *    Display-usage copies of the COMP counters, needed because
      *    STRING will not take a COMP item directly.
         01 Ctl-Rpt-Ws.
           05 Rpt-Count           pic ZZZZZZ9.
           05 Rpt-Count2          pic ZZZZZZ9.
           05 Rpt-File-Num        pic Z9.

      *    Assembly area for one feed record, built in ASCII and
      *    converted to EBCDIC in one INSPECT like cob05r's recycle
      *    feed, with views for each record type.
         01 Feed-Build-Ws        pic x(142).
         01 Feed-Detail-View REDEFINES Feed-Build-Ws.
           05 FE-Account         pic x(18).
           05 Filler             pic x(2).
           05 FE-Gender          pic x.
           05 FE-First           pic x(15).
           05 FE-Middle          pic x(15).
           05 FE-Last            pic x(20).
           05 FE-YYYY            pic x(4).
           05 FE-Sep-1           pic x.
           05 FE-MM              pic x(2).
           05 FE-Sep-2           pic x.
           05 FE-DD              pic x(2).
           05 FE-Address         pic x(25).
           05 FE-City            pic x(20).
           05 FE-State           pic x(2).
           05 FE-Zip             pic x(5).
      *    Layout 02 only - in layout 01 the line end sits here.
           05 FE-Zip4            pic x(4).
           05 FE-Country         pic x(3).
           05 Filler             pic x(2).
         01 Feed-Cont-View REDEFINES Feed-Build-Ws.
           05 FC-Rec-Type        pic x(3).
           05 FC-Account         pic x(18).
           05 FC-Address2        pic x(25).
           05 FC-Phone           pic x(15).
           05 FC-Email           pic x(40).
           05 Filler             pic x(41).
         01 Feed-Del-View REDEFINES Feed-Build-Ws.
           05 FX-Rec-Type        pic x(3).
           05 FX-Account         pic x(18).
           05 Filler             pic x(121).
         01 Feed-Rec-Len         pic 9(3) value 134.
         01 Feed-Count-Ws        pic 9(7).

      *    Character check of one customer before anything of it is
      *    sent.
         01 Check-Ws.
           05 Send-Switch        pic x value "Y".
              88 Customer-Sendable value "Y" when set to false is "N".
           05 Chk-Name           pic x(8).
           05 Chk-Field          pic x(40).
           05 Chk-Len            pic S9(4) COMP value 0.
           05 Chk-Idx            pic S9(4) COMP value 0.
           05 Chk-Bad-Pos        pic S9(4) COMP value 0.
           05 Chk-Byte-Val       pic 9(3) value 0.
           05 Chk-Hex-Hi         pic 9(2) value 0.
           05 Chk-Hex-Lo         pic 9(2) value 0.
           05 Hex-Digits         pic x(16) value "0123456789ABCDEF".
           05 Rpt-Pos            pic ZZ9.

      *    Changes mode: the Account an activity line names.
         01 Change-Ws.
           05 Chg-Account        pic x(18).
           05 Chg-Action         pic x(3).

      *    The send log's last line, for the control report, and
      *    the line this run adds.
         01 Send-Log-Ws.
           05 Prev-Send-Line     pic x(300) value spaces.
           05 Log-Detail         pic 9(7).
           05 Log-Cont           pic 9(7).
           05 Log-Del            pic 9(7).
           05 Log-Held           pic 9(7).

         01 Feed-Return-Code     pic 9(4) value 0.

       PROCEDURE DIVISION.
         DISPLAY "Program Start!"
         Perform Init
         If not Run-Aborted
           If Send-Full
             Perform Read-Master Until EOF
           Else
             Perform Process-Activity-File
               Varying Act-File-Cur from 1 by 1
               Until Act-File-Cur > Act-File-Count
           End-If
         End-If
         Perform Finish
         Move Feed-Return-Code to Return-Code
         STOP RUN.

      *----------------------------------------------------------------
      * Init - resolve run-time file names and options, check them,
      * and open files.
      *----------------------------------------------------------------
       Init.
           Accept Env-Value from Environment "COB05E_MSTFILE"
           If Env-Value not = spaces
             Move Env-Value to Master-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05E_OUTFILE"
           If Env-Value not = spaces
             Move Env-Value to Feed-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05E_EXCFILE"
           If Env-Value not = spaces
             Move Env-Value to ExceptRpt-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05E_CTLFILE"
           If Env-Value not = spaces
             Move Env-Value to CtlRpt-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05E_ACTFILE"
           If Env-Value not = spaces
             Move Env-Value to Act-List-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05E_SENTWK"
           If Env-Value not = spaces
             Move Env-Value to Sent-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05E_SENDLOG"
           If Env-Value not = spaces
             Move Env-Value to Send-Log-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05E_SEND"
           If Env-Value not = spaces
             Move Env-Value to Send-Mode
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05E_LAYOUT"
           If Env-Value not = spaces
             Move Env-Value to Layout-Ver
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05E_MODE"
           If Env-Value not = spaces
             Move Env-Value to Run-Mode
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05E_SOURCE"
           If Env-Value not = spaces
             Move Env-Value to Our-Source
           End-If

           Accept Start-Date-Ws from Date YYYYMMDD
           Accept Start-Time-Ws from Time

           Evaluate True
             When not Send-Full and not Send-Changes
               Set Run-Aborted to True
               Move "COB05E_SEND is not FULL or CHANGES"
                 to Abort-Reason
             When not Layout-01 and not Layout-02
               Set Run-Aborted to True
               Move "COB05E_LAYOUT is not 01 or 02" to Abort-Reason
             When not Mode-LF-Out and not Mode-CRLF-Out
               Set Run-Aborted to True
               Move "COB05E_MODE is not LF or CRLF" to Abort-Reason
           End-Evaluate

           Perform Read-Send-Log

           If not Run-Aborted
             Open Input MasterFile
             If Master-File-Status not = "00"
               Set Master-Open-Failed to True
               Set Run-Aborted to True
               Move Master-File-Status to Mst-Open-Status
               Move "customer master could not be opened"
                 to Abort-Reason
               DISPLAY "Cannot open customer master, status "
                       Master-File-Status
             End-If
           End-If

           Open Output ExceptionRpt
           If not Run-Aborted
             If Send-Changes
               Perform Split-Activity-List
               Open Output SentFile
               Close SentFile
               Open I-O SentFile
             End-If
             Evaluate True
               When Layout-02 and Mode-CRLF-Out
                 Move 142 to Feed-Rec-Len
                 Open Output FeedFileV2CR
               When Layout-02
                 Move 141 to Feed-Rec-Len
                 Open Output FeedFileV2
               When Mode-CRLF-Out
                 Move 135 to Feed-Rec-Len
                 Open Output FeedFileCR
               When Other
                 Move 134 to Feed-Rec-Len
                 Open Output FeedFile
             End-Evaluate
             Perform Write-Feed-Header
           End-If.

      *    The activity list may name several reports separated by
      *    commas; a doubled comma leaves an empty entry, skipped
      *    when the list is walked.
       Split-Activity-List.
           Move 0 to Act-File-Count
           Unstring Act-List-Path delimited by ","
             into Act-File-Name(1)  Act-File-Name(2)
                  Act-File-Name(3)  Act-File-Name(4)
                  Act-File-Name(5)  Act-File-Name(6)
                  Act-File-Name(7)  Act-File-Name(8)
                  Act-File-Name(9)  Act-File-Name(10)
             Tallying in Act-File-Count
             On Overflow
               Set Act-List-Overflowed to True
           End-Unstring.

      *    Only the last line matters - it is the previous send.
       Read-Send-Log.
           Open Input SendLog
           If Send-Log-Status = "00"
             Move "N" to Log-Eof-Switch
             Perform Read-Send-Log-Line Until EOF-Log
             Close SendLog
           End-If.

       Read-Send-Log-Line.
           Read SendLog
             At End
               Set EOF-Log to True
             Not At End
               Move Send-Log-Rec to Prev-Send-Line
           End-Read.

      *----------------------------------------------------------------
      * Read-Master - full mode: every master record in Account
      * order.
      *----------------------------------------------------------------
       Read-Master.
           Read MasterFile Next
             At End
               Set EOF to True
             Not At End
               Add 1 to Rec-Read-Count
               Perform Send-Customer
           End-Read.

      *----------------------------------------------------------------
      * Process-Activity-File - changes mode: walk one of cob05's
      * activity reports and send each Account its ADD/CHG/DEL lines
      * name, once per run.
      *----------------------------------------------------------------
       Process-Activity-File.
           Move 0   to Act-File-Lines(Act-File-Cur)
           Move 0   to Act-File-Accts(Act-File-Cur)
           Move "N" to Act-File-Sw(Act-File-Cur)
           If Act-File-Name(Act-File-Cur) not = spaces
             Move Act-File-Name(Act-File-Cur) to Act-File-Path
             Open Input ActivityRpt
             If Act-File-Status not = "00"
               Set Act-File-Missing(Act-File-Cur) to True
               Add 1 to Act-Missing-Count
               DISPLAY "Cannot open activity report "
                       Act-File-Name(Act-File-Cur)
             Else
               Move "N" to Act-Eof-Switch
               Perform Read-Activity-Line Until EOF-Act
               Close ActivityRpt
             End-If
           End-If.

      *    A DEL line cob05 could not apply ("** no master record
      *    **" after the Account) changed nothing on our book.
       Read-Activity-Line.
           Read ActivityRpt
             At End
               Set EOF-Act to True
             Not At End
               Add 1 to Act-File-Lines(Act-File-Cur)
               If Act-Rec(1:4) = "ADD " or Act-Rec(1:4) = "CHG "
                  or (Act-Rec(1:4) = "DEL "
                      and Act-Rec(24:2) not = "**")
                 Move Act-Rec(5:18) to Chg-Account
                 Move Act-Rec(1:3)  to Chg-Action
                 Add 1 to Act-File-Accts(Act-File-Cur)
                 Perform Send-Changed-Account
               End-If
           End-Read.

      *    The first mention of an Account sends it as it stands
      *    now; any later mention (a second run's report, an ADD
      *    then a CHG) was already covered by that.
       Send-Changed-Account.
           Move Chg-Account to SW-Account
           Move Chg-Action  to SW-Action
           Write Sent-Rec
             Invalid Key
               Add 1 to Repeat-Count
             Not Invalid Key
               Add 1 to Act-Acct-Count
               Move Chg-Account to M-Account
               Read MasterFile
                 Invalid Key
                   Perform Send-Delete
                 Not Invalid Key
                   Perform Send-Customer
               End-Read
           End-Write.

      *----------------------------------------------------------------
      * Send-Customer - one master record as a detail, plus a CNT
      * continuation when it carries any overflow field, provided
      * every byte to be sent has an EBCDIC value.
      *----------------------------------------------------------------
       Send-Customer.
           Perform Check-Customer
           If not Customer-Sendable
             Add 1 to Held-Count
           Else
             Move spaces     to Feed-Build-Ws
             Move M-Account  to FE-Account
             Move M-Gender   to FE-Gender
             Move M-First    to FE-First
             Move M-Middle   to FE-Middle
             Move M-Last     to FE-Last
             Move M-YYYY     to FE-YYYY
             Move M-MM       to FE-MM
             Move M-DD       to FE-DD
             If M-Birthday not = spaces
               Move "-" to FE-Sep-1
               Move "-" to FE-Sep-2
             End-If
             Move M-Address  to FE-Address
             Move M-City     to FE-City
             Move M-State    to FE-State
             Move M-Zip      to FE-Zip
             If Layout-02
               Move M-Zip4    to FE-Zip4
               Move M-Country to FE-Country
             Else
               If M-Zip4 not = spaces or M-Country not = spaces
                 Add 1 to V2-Dropped-Count
               End-If
             End-If
             Perform Put-Feed-Rec
             Add 1 to Detail-Sent-Count
             If M-Address2 not = spaces or M-Phone not = spaces
                or M-Email not = spaces
               Move spaces     to Feed-Build-Ws
               Move "CNT"      to FC-Rec-Type
               Move M-Account  to FC-Account
               Move M-Address2 to FC-Address2
               Move M-Phone    to FC-Phone
               Move M-Email    to FC-Email
               Perform Put-Feed-Rec
               Add 1 to Cont-Sent-Count
             End-If
           End-If.

      *    Gone from the master since the partner last heard of it.
       Send-Delete.
           Move spaces to Chk-Field
           Move Chg-Account to Chk-Field
           Move 18          to Chk-Len
           Move "ACCOUNT"   to Chk-Name
           Move Chg-Account to M-Account
           Set Customer-Sendable to True
           Perform Check-One-Field
           If not Customer-Sendable
             Add 1 to Held-Count
           Else
             Move spaces      to Feed-Build-Ws
             Move "DEL"       to FX-Rec-Type
             Move Chg-Account to FX-Account
             Perform Put-Feed-Rec
             Add 1 to Del-Sent-Count
           End-If.

      *----------------------------------------------------------------
      * Check-Customer - every field that would be sent, byte by
      * byte, against the table's printable characters.  Each
      * failing field is reported with its first bad byte; the
      * customer goes nowhere until it is corrected on the master.
      *----------------------------------------------------------------
       Check-Customer.
           Set Customer-Sendable to True
           If M-Account(1:3) = "HDR" or M-Account(1:3) = "TRL"
              or M-Account(1:3) = "CNT" or M-Account(1:3) = "DEL"
             Set Customer-Sendable to False
             Perform Start-Exception
             Move "RT"      to EX-Reason
             Move "ACCOUNT" to EX-Field
             Move "begins with a feed record type" to EX-Detail
             Perform Write-Exception
           End-If
           Move M-Account  to Chk-Field
           Move 18         to Chk-Len
           Move "ACCOUNT"  to Chk-Name
           Perform Check-One-Field
           Move M-Gender   to Chk-Field
           Move 1          to Chk-Len
           Move "GENDER"   to Chk-Name
           Perform Check-One-Field
           Move M-First    to Chk-Field
           Move 15         to Chk-Len
           Move "FIRST"    to Chk-Name
           Perform Check-One-Field
           Move M-Middle   to Chk-Field
           Move 15         to Chk-Len
           Move "MIDDLE"   to Chk-Name
           Perform Check-One-Field
           Move M-Last     to Chk-Field
           Move 20         to Chk-Len
           Move "LAST"     to Chk-Name
           Perform Check-One-Field
           Move M-Birthday to Chk-Field
           Move 8          to Chk-Len
           Move "BIRTHDAY" to Chk-Name
           Perform Check-One-Field
           Move M-Address  to Chk-Field
           Move 25         to Chk-Len
           Move "ADDRESS"  to Chk-Name
           Perform Check-One-Field
           Move M-City     to Chk-Field
           Move 20         to Chk-Len
           Move "CITY"     to Chk-Name
           Perform Check-One-Field
           Move M-State    to Chk-Field
           Move 2          to Chk-Len
           Move "STATE"    to Chk-Name
           Perform Check-One-Field
           Move M-Zip      to Chk-Field
           Move 5          to Chk-Len
           Move "ZIP"      to Chk-Name
           Perform Check-One-Field
           If Layout-02
             Move M-Zip4    to Chk-Field
             Move 4         to Chk-Len
             Move "ZIP4"    to Chk-Name
             Perform Check-One-Field
             Move M-Country to Chk-Field
             Move 3         to Chk-Len
             Move "COUNTRY" to Chk-Name
             Perform Check-One-Field
           End-If
           Move M-Address2 to Chk-Field
           Move 25         to Chk-Len
           Move "ADDRESS2" to Chk-Name
           Perform Check-One-Field
           Move M-Phone    to Chk-Field
           Move 15         to Chk-Len
           Move "PHONE"    to Chk-Name
           Perform Check-One-Field
           Move M-Email    to Chk-Field
           Move 40         to Chk-Len
           Move "EMAIL"    to Chk-Name
           Perform Check-One-Field.

       Check-One-Field.
           If Chk-Field(1:Chk-Len) is not TABLE-CHARACTER
             Set Customer-Sendable to False
             Move 0 to Chk-Bad-Pos
             Perform Find-Bad-Byte
               Varying Chk-Idx from 1 by 1
               Until Chk-Idx > Chk-Len or Chk-Bad-Pos > 0
             Compute Chk-Byte-Val =
               Function Ord(Chk-Field(Chk-Bad-Pos:1)) - 1
             Compute Chk-Hex-Hi = Chk-Byte-Val / 16
             Compute Chk-Hex-Lo = Function Mod(Chk-Byte-Val, 16)
             Move Chk-Bad-Pos to Rpt-Pos
             Perform Start-Exception
             Move "UC"        to EX-Reason
             Move Chk-Name    to EX-Field
             String "byte X'" Hex-Digits(Chk-Hex-Hi + 1:1)
                    Hex-Digits(Chk-Hex-Lo + 1:1) "' at position "
                    Rpt-Pos " not in table"
                    delimited by size into EX-Detail
             Perform Write-Exception
           End-If.

       Find-Bad-Byte.
           If Chk-Field(Chk-Idx:1) is not TABLE-CHARACTER
             Move Chk-Idx to Chk-Bad-Pos
           End-If.

      *    The Account as the report can show it - a byte outside
      *    the table shows as "?", so the line is still readable
      *    and the customer can still be found.
       Start-Exception.
           Move spaces    to Exc-Rec
           Move M-Account to EX-Account
           Perform Clean-Exc-Account-Byte
             Varying Chk-Idx from 1 by 1 Until Chk-Idx > 18.

       Clean-Exc-Account-Byte.
           If EX-Account(Chk-Idx:1) is not TABLE-CHARACTER
             Move "?" to EX-Account(Chk-Idx:1)
           End-If.

       Write-Exception.
           Write Exc-Rec
           Add 1 to Exc-Line-Count.

      *----------------------------------------------------------------
      * Write-Feed-Header / Write-Feed-Trailer / Put-Feed-Rec - the
      * HDR carries the run date as the extract date, our source
      * system, and the layout version at 22-23 where cob05 looks
      * for it; the TRL counts every detail, CNT, and DEL record,
      * which is what cob05 balances a vendor trailer against.
      *----------------------------------------------------------------
       Write-Feed-Header.
           Move spaces to Feed-Build-Ws
           String "HDR" Start-Date-Ws Our-Source Layout-Ver
                  delimited by size into Feed-Build-Ws
           Perform Put-Feed-Rec.

       Write-Feed-Trailer.
           Compute Feed-Count-Ws =
             Detail-Sent-Count + Cont-Sent-Count + Del-Sent-Count
           Move spaces to Feed-Build-Ws
           String "TRL" Feed-Count-Ws
                  delimited by size into Feed-Build-Ws
           Perform Put-Feed-Rec.

      *    Every record is converted whole, then takes the line-end
      *    byte(s) in its last position(s), so the feed is one
      *    uniform fixed-length file whatever the record type.
       Put-Feed-Rec.
           Inspect Feed-Build-Ws Converting ASCII to EBCDIC
           If Mode-CRLF-Out
             Move X"0D" to Feed-Build-Ws(Feed-Rec-Len - 1:1)
           End-If
           Move X"25" to Feed-Build-Ws(Feed-Rec-Len:1)
           Evaluate True
             When Layout-02 and Mode-CRLF-Out
               Move Feed-Build-Ws to Feed-Rec-V2C
               Write Feed-Rec-V2C
             When Layout-02
               Move Feed-Build-Ws(1:141) to Feed-Rec-V2
               Write Feed-Rec-V2
             When Mode-CRLF-Out
               Move Feed-Build-Ws(1:135) to Feed-Rec-CR
               Write Feed-Rec-CR
             When Other
               Move Feed-Build-Ws(1:134) to Feed-Rec
               Write Feed-Rec
           End-Evaluate.

      *----------------------------------------------------------------
      * Finish - trailer, close everything, log the send, and write
      * the control report.
      *----------------------------------------------------------------
       Finish.
           If not Run-Aborted
             Perform Write-Feed-Trailer
             Evaluate True
               When Layout-02 and Mode-CRLF-Out
                 Close FeedFileV2CR
               When Layout-02
                 Close FeedFileV2
               When Mode-CRLF-Out
                 Close FeedFileCR
               When Other
                 Close FeedFile
             End-Evaluate
             Close MasterFile
             If Send-Changes
               Close SentFile
             End-If
           End-If
           Close ExceptionRpt

           Accept End-Date-Ws from Date YYYYMMDD
           Accept End-Time-Ws from Time

           Evaluate True
             When Run-Aborted or Act-Missing-Count > 0
               Move 8 to Feed-Return-Code
             When Held-Count > 0
               Move 4 to Feed-Return-Code
           End-Evaluate

           If not Run-Aborted
             Perform Write-Send-Log
           End-If
           Perform Write-Control-Report.

       Write-Send-Log.
           Move Detail-Sent-Count to Log-Detail
           Move Cont-Sent-Count   to Log-Cont
           Move Del-Sent-Count    to Log-Del
           Move Held-Count        to Log-Held
           Open Extend SendLog
           If Send-Log-Status not = "00"
             Open Output SendLog
           End-If
           Move spaces to Send-Log-Rec
           String Start-Date-Ws " " Start-Time-Ws " " Send-Mode
                  " layout " Layout-Ver " " Run-Mode
                  " details " Log-Detail " cnt " Log-Cont
                  " del " Log-Del " held " Log-Held " "
                  delimited by size
                  Feed-File-Path delimited by space
                  into Send-Log-Rec
           Write Send-Log-Rec
           Close SendLog.

       Write-Control-Report.
           Open Output ControlRpt
           Move spaces to Ctl-Rec
           String "cob05e distribution feed control report"
                  delimited by size into Ctl-Rec
           Write Ctl-Rec
           Move spaces to Ctl-Rec
           String "Master file   : " Master-File-Path
                  delimited by size into Ctl-Rec
           Write Ctl-Rec
           Move spaces to Ctl-Rec
           String "Feed file     : " Feed-File-Path
                  delimited by size into Ctl-Rec
           Write Ctl-Rec
           Move spaces to Ctl-Rec
           String "Send mode     : " Send-Mode
                  delimited by size into Ctl-Rec
           Write Ctl-Rec
           Move spaces to Ctl-Rec
           String "Layout        : " Layout-Ver "  line ends "
                  Run-Mode
                  delimited by size into Ctl-Rec
           Write Ctl-Rec
           Move spaces to Ctl-Rec
           String "Source system : " Our-Source
                  "  extract date " Start-Date-Ws
                  delimited by size into Ctl-Rec
           Write Ctl-Rec
           Move spaces to Ctl-Rec
           String "Started       : " Start-Date-Ws " " Start-Time-Ws
                  delimited by size into Ctl-Rec
           Write Ctl-Rec
           Move spaces to Ctl-Rec
           String "Ended         : " End-Date-Ws " " End-Time-Ws
                  delimited by size into Ctl-Rec
           Write Ctl-Rec
           Move spaces to Ctl-Rec
           If Prev-Send-Line = spaces
             String "Previous send : none logged"
                    delimited by size into Ctl-Rec
           Else
             String "Previous send : " Prev-Send-Line
                    delimited by size into Ctl-Rec
           End-If
           Write Ctl-Rec
           If Run-Aborted
             Move spaces to Ctl-Rec
             String "** NOT SENT - " Abort-Reason " **"
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
             If Master-Open-Failed
               Move spaces to Ctl-Rec
               String "Master status : " Mst-Open-Status
                      delimited by size into Ctl-Rec
               Write Ctl-Rec
             End-If
           Else
             If Send-Full
               Move Rec-Read-Count to Rpt-Count
               Move spaces to Ctl-Rec
               String "Master read   : " Rpt-Count
                      delimited by size into Ctl-Rec
               Write Ctl-Rec
             Else
               Perform Report-Activity-File
                 Varying Act-File-Cur from 1 by 1
                 Until Act-File-Cur > Act-File-Count
               Move Act-Acct-Count to Rpt-Count
               Move Repeat-Count   to Rpt-Count2
               Move spaces to Ctl-Rec
               String "Accounts      : " Rpt-Count
                      " changed, " Rpt-Count2
                      " repeat mention(s) not resent"
                      delimited by size into Ctl-Rec
               Write Ctl-Rec
             End-If
             Move Detail-Sent-Count to Rpt-Count
             Move spaces to Ctl-Rec
             String "Details sent  : " Rpt-Count
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
             Move Cont-Sent-Count to Rpt-Count
             Move spaces to Ctl-Rec
             String "CNT sent      : " Rpt-Count
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
             If Send-Changes
               Move Del-Sent-Count to Rpt-Count
               Move spaces to Ctl-Rec
               String "DEL sent      : " Rpt-Count
                      delimited by size into Ctl-Rec
               Write Ctl-Rec
             End-If
             Move Feed-Count-Ws to Rpt-Count
             Move spaces to Ctl-Rec
             String "Trailer count : " Rpt-Count
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
             Move Held-Count to Rpt-Count
             Move spaces to Ctl-Rec
             String "Held back     : " Rpt-Count
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
           End-If
           If Held-Count > 0
             Move Exc-Line-Count to Rpt-Count
             Move spaces to Ctl-Rec
             String "** WARNING - customer(s) held back, " Rpt-Count
                    " field(s) on " delimited by size
                    ExceptRpt-File-Path delimited by space
                    " - correct the master and resend **"
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
           End-If
           If V2-Dropped-Count > 0
             Move V2-Dropped-Count to Rpt-Count
             Move spaces to Ctl-Rec
             String "** NOTE - " Rpt-Count
                    " customer(s) sent without Zip+4/country"
                    " (layout 01 has no room) **"
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
           End-If
           If Act-Missing-Count > 0
             Move spaces to Ctl-Rec
             String "** WARNING - activity report(s) could not be "
                    "opened - their changes were not sent **"
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
           End-If
           If Act-List-Overflowed
             Move spaces to Ctl-Rec
             String "** WARNING - more than 10 activity reports "
                    "named, the rest were not read **"
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
           End-If
           Close ControlRpt.

       Report-Activity-File.
           If Act-File-Name(Act-File-Cur) not = spaces
             Move Act-File-Cur to Rpt-File-Num
             Move spaces to Ctl-Rec
             If Act-File-Missing(Act-File-Cur)
               String "Activity " Rpt-File-Num "   : " delimited by size
                      Act-File-Name(Act-File-Cur) delimited by space
                      " ** not opened **" delimited by size
                      into Ctl-Rec
             Else
               Move Act-File-Lines(Act-File-Cur) to Rpt-Count
               Move Act-File-Accts(Act-File-Cur) to Rpt-Count2
               String "Activity " Rpt-File-Num "   : " delimited by size
                      Act-File-Name(Act-File-Cur) delimited by space
                      " lines " Rpt-Count " add/chg/del " Rpt-Count2
                      delimited by size into Ctl-Rec
             End-If
             Write Ctl-Rec
           End-If.
