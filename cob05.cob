      *            (the checkpoint layout gained three count fields),
      *            so a restarted run neither re-deletes nor loses
      *            one.
      * 10/15/2026 Added per-source processing profiles: a site-
      *            maintained source profile file, keyed on the
      *            header's source system, gives each vendor its
      *            own input mode (LF/CRLF), packed-field setting,
      *            expected layout version, and reject/exception
      *            thresholds, picked up as each file's header is
      *            read - one consolidated run can now mix CRLF,
      *            LF, and packed feeds.  COB05_MODE/COB05_PACKED
      *            become the defaults a profile line may leave
      *            unset.  When a profile file is present, a file
      *            whose source is not on it (or which has no
      *            header to name one, or declares a layout its
      *            profile does not expect) is refused unread and
      *            called out on the control report, and the run
      *            ends with return code 4.  The per-source
      *            exception count now rides the "S" checkpoint
      *            record.
      * 10/15/2026 Added the vendor acknowledgment files: every
      *            detail/CNT/DEL record taken in gets a disposition
      *            line (AC accepted, RJ rejected, SZ/DT exception,
      *            DP duplicate, SP suppressed, NF delete not on the
      *            master, CN orphan continuation) in a work file as
      *            it is decided, and at end of job one EBCDIC file
      *            per source system is built from it - HDR, one
      *            ACK line per record, TRL - in that source's own
      *            LF/CRLF framing, for shipping back to the vendor.
      *            The work file is rebuilt to its checkpointed line
      *            count on a restart like the report files (the
      *            checkpoint layout gained one count field).
      * 10/15/2026 The master record now carries four stamps after
      *            the customer fields - date added, date last seen,
      *            date last changed, and last source system - set
      *            by Apply-Master on every add, change, and
      *            identical resend (which is now rewritten to
      *            stamp it).  A master in the 216-byte layout opens
      *            with status 39 - run cob05m's conversion mode
      *            (COB05M_CONVERT=Y) once to migrate it.  Activity
      *            report images and the purge archive still carry
      *            the 216 bytes of customer fields only.
      * 10/15/2026 Added USPS address standardization: after
      *            conversion, the street line, city, and second
      *            address line are upper-cased, stripped of
      *            punctuation, and squeezed to single spaces, and
      *            the street and second lines take the USPS
      *            suffix, directional, and unit abbreviations from
      *            the new COB05AS reference table - before the
      *            record is written anywhere or applied to the
      *            master.  Every field the standardization altered
      *            goes on an address-change audit report with the
      *            vendor's original text (rebuilt on a restart
      *            like the other reports; the checkpoint layout
      *            gained one count field), and a street line that
      *            cannot be recognized as a street address is an
      *            AS exception.
      * 10/15/2026 Added field-level source precedence: a site-
      *            maintained precedence file (COB05_PRECEDENCE,
      *            default customer.prec) ranks each source system
      *            per field group - name, birthday, address, and
      *            phone/email - and the master record now carries
      *            the source that supplied each group.  Apply-
      *            Master lets an existing Account take a group
      *            only when the master's value is blank or the
      *            incoming source ranks equal or higher; a group
      *            kept against different incoming values goes on
      *            the activity report as a KPT line naming the
      *            source that blocked it, and the count rides the
      *            control report and the checkpoint control
      *            record.  With no precedence file every source is
      *            unranked and the last record read wins, as
      *            before.  A master in the 250-byte layout opens
      *            with status 39 - run cob05m's conversion mode
      *            (COB05M_CONVERT=Y) once to migrate it.
      *
       Environment Division.
       Configuration Section.
       Select SuppRptScratch Assign to Dynamic
           Supp-Scratch-Path
           ORGANIZATION IS LINE SEQUENTIAL.
      *    The source profile operations maintains (one line per
      *    vendor source system).  File Status tells a site with no
      *    profile (every file runs under COB05_MODE/COB05_PACKED, as
      *    before) from a real open error.
       Select SourceProfileFile Assign to Dynamic
           Prof-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Prof-File-Status.
      *    The field-group precedence table operations maintains
      *    (one line per vendor source system).  File Status tells a
      *    site with no table (the last record read wins every
      *    group, as before) from a real open error.
       Select PrecedenceFile Assign to Dynamic
           Prec-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Prec-File-Status.
      *    One disposition line per record taken in, written as each
      *    record's fate is decided; the vendor acknowledgment files
      *    are built from it at end of job.  Rebuilt to its
      *    checkpointed count on a restart, like the report files,
      *    through its own scratch copy.
       Select AckWorkFile Assign to Dynamic
           Ack-Work-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Ack-Work-Status.
       Select AckWorkScratch Assign to Dynamic
           Ack-Scratch-Path
           ORGANIZATION IS LINE SEQUENTIAL.
      *    One line per address field standardization altered, with
      *    the vendor's original text.  Rebuilt to its checkpointed
      *    count on a restart through its own scratch copy.
       Select AddrAuditRpt Assign to Dynamic
           AdrRpt-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           File Status Is Adr-File-Status.
       Select AddrAuditScratch Assign to Dynamic
           Adr-Scratch-Path
           ORGANIZATION IS LINE SEQUENTIAL.
      *    One acknowledgment file per source system, reassigned
      *    for each in turn - EBCDIC, fixed length, framed like the
      *    vendor's own extract (the CR twin for a CRLF source).
       Select AckFile Assign to Dynamic
           Ack-File-Path
           ORGANIZATION IS BINARY SEQUENTIAL
           File Status Is Ack-File-Status.
       Select AckFileCR Assign to Dynamic
           Ack-File-Path
           ORGANIZATION IS BINARY SEQUENTIAL
           File Status Is Ack-File-Status.
      *    Customer master keyed on the 18-byte Account, maintained in
      *    place only when the run asks for it - File Status lets Init
      *    tell a first-ever run (no master yet, status 35) from a
              88 CK-Is-Account     value "A".
      *       One per Source-Stats slot: CK-Account carries the
      *       source system (bytes 1-10), its extract date (11-18),
      *       and its layout version (19-20); the written/reject/
      *       exception counts ride in their usual fields.
      *       Per-source read counts are never checkpointed - like
      *       Rec-Read-Count they are recounted in full because every
      *       restart re-reads the input from byte 1.
           05 CK-Mst-Nf-Count      pic 9(9).
           05 CK-Sup-Count         pic 9(9).
           05 CK-Seen-Seq          pic 9(9).
      *    Lines in the acknowledgment work file.
           05 CK-Ack-Count         pic 9(9).
      *    Lines on the address-change audit report.
           05 CK-Adr-Count         pic 9(9).
      *    Field groups kept by the precedence table.
           05 CK-Mst-Kept-Count    pic 9(9).
      *    18 bytes of Account for "A" records; the "S" records also
      *    use bytes 19-20 for the source's layout version.
           05 CK-Account           pic x(20).
       FD SuppRptScratch.
         01 Supp-Scratch-Rec     pic x(60).

       FD SourceProfileFile.
         01 Prof-Line            pic x(80).

       FD PrecedenceFile.
         01 Prec-Line            pic x(80).

      *    One record's disposition: its source system, relative
      *    record number, Account (converted), and up to two codes -
      *    a detail can draw more than one finding.
       FD AckWorkFile.
         01 Ack-Work-Rec.
           05 AW-Source       pic x(10).
           05 Filler          pic x value space.
           05 AW-Rec-Num      pic 9(9).
           05 Filler          pic x value space.
           05 AW-Account      pic x(18).
           05 Filler          pic x value space.
           05 AW-Code         pic x(2).
           05 Filler          pic x value space.
           05 AW-Code2        pic x(2).

       FD AckWorkScratch.
         01 Ack-Scratch-Rec      pic x(45).

      *    Which record and field, the text as the vendor sent it
      *    (after conversion), and the text as it went out.
       FD AddrAuditRpt.
         01 Adr-Rec.
           05 AD-Account      pic x(18).
           05 Filler          pic x.
           05 AD-Rec-Num      pic 9(9).
           05 Filler          pic x.
           05 AD-Field        pic x(8).
           05 Filler          pic x.
           05 AD-Original     pic x(25).
           05 Filler          pic x.
           05 AD-Standard     pic x(25).

       FD AddrAuditScratch.
         01 Adr-Scratch-Rec      pic x(89).

       FD AckFile.
         01 Ack-Rec              pic x(134).

       FD AckFileCR.
         01 Ack-Rec-CR           pic x(135).

      *    One master record per Account, carrying the same converted
      *    fields OutRec does (minus the line-end byte, which has no
      *    business in a keyed file), followed by the stamps
      *    Apply-Master keeps: when the Account was added, last sent
      *    by a vendor, and last changed, and which source last sent
      *    it.  The customer fields are the first 216 bytes - the
      *    part the activity report and purge archive carry.
       FD MasterFile.
         01 Master-Rec.
           05 M-Account       pic x(18).
           05 M-Address2      pic x(25).
           05 M-Phone         pic x(15).
           05 M-Email         pic x(40).
           05 M-Stamps.
             10 M-Date-Added    pic 9(8).
             10 M-Last-Seen     pic 9(8).
             10 M-Last-Changed  pic 9(8).
             10 M-Last-Source   pic x(10).
      *    The source system that supplied each field group's
      *    current values - see Apply-Precedence.
           05 M-Group-Sources.
             10 M-Name-Source     pic x(10).
             10 M-Bday-Source     pic x(10).
             10 M-Addr-Source     pic x(10).
             10 M-Contact-Source  pic x(10).
      *    The same record by field group: name (with Gender),
      *    birthday, address (street through second line), and
      *    phone/email.
         01 Master-Group-View.
           05 Filler          pic x(18).
           05 MG-Name         pic x(51).
           05 MG-Birthday     pic x(8).
           05 MG-Address      pic x(84).
           05 MG-Contact      pic x(55).
           05 Filler          pic x(74).

       FD ActivityRpt.
         01 Act-Rec           pic x(230).

      *    One archived before-image per deleted Account - the
      *    master record's customer fields, without the stamps.
       FD PurgeFile.
         01 Purge-Rec         pic x(216).

      *    count each run (date + time) once, not each line.  They
      *    ride after the input path so history written before they
      *    existed still reads - the short lines just come back
      *    space-filled there.  Last come the same four figures for
      *    the line's own source - its exceptions and the master
      *    adds/changes/deletes its records made - added the same
      *    way, so older lines come back space-filled there too.
       FD RunHistFile.
         01 Hist-Rec.
           05 H-Run-Date      pic 9(8).
           05 H-Mst-Chg       pic 9(7).
           05 Filler          pic x value space.
           05 H-Mst-Del       pic 9(7).
           05 Filler          pic x value space.
           05 H-Src-Exception pic 9(7).
           05 Filler          pic x value space.
           05 H-Src-Mst-Add   pic 9(7).
           05 Filler          pic x value space.
           05 H-Src-Mst-Chg   pic 9(7).
           05 Filler          pic x value space.
           05 H-Src-Mst-Del   pic 9(7).

       Working-Storage Section.
         01 Misc.
              88 File-List-Overflowed value "Y".
           05 In-File-Entry OCCURS 10 TIMES.
              10 In-File-Name    pic x(200).
      *       Why the file was refused unread (source profile), for
      *       the control report; spaces for a file that was taken.
              10 In-File-Note    pic x(60) value spaces.

      *    Run-time file names, defaulted to the old
      *    hardcoded paths so an unconfigured run behaves as before.
             value "./customer.sum".
           05 Hist-File-Path      pic x(200)
             value "./customer.hist".
           05 Prof-File-Path      pic x(200)
             value "./customer.prof".
           05 Prec-File-Path      pic x(200)
             value "./customer.prec".
           05 Ack-Work-Path       pic x(200)
             value "./customer.ackwk".
           05 Ack-Scratch-Path    pic x(200).
      *    The acknowledgment files go to this directory as
      *    customer.<source>.ack, one per source system.
           05 Ack-Dir-Path        pic x(200)
             value ".".
           05 Ack-File-Path       pic x(200).
           05 AdrRpt-File-Path    pic x(200)
             value "./customer.adr".
           05 Adr-Scratch-Path    pic x(200).
      *    The input option exactly as supplied (the comma-separated
      *    list before it was split up), carried onto every history
      *    record for this run.
           05 Csv-File-Status    pic xx value "00".
           05 State-File-Status  pic xx value "00".
           05 Hist-File-Status   pic xx value "00".
           05 Prof-File-Status   pic xx value "00".
           05 Prec-File-Status   pic xx value "00".
           05 Ack-Work-Status    pic xx value "00".
           05 Ack-File-Status    pic xx value "00".
           05 Adr-File-Status    pic xx value "00".

      *    Layout state of the input file now being read, declared
      *    by its header.  A file opens under the original layout;
      *    read loop reopens the same path under the longer record
      *    length before the next read.  Reset per input file - a
      *    consolidated run mixes converted and unconverted feeds.
      *    A source profile calling for the other input mode marks
      *    the same reopen, with the mode it wants in Tgt-Mode.
         01 Layout-Ws.
           05 Cur-Layout-Ver     pic x(2) value "01".
           05 Layout-V2-Switch   pic x value "N".
              88 Layout-V2       value "Y".
           05 Reopen-Pend-Switch pic x value "N".
              88 Reopen-Pending  value "Y".
           05 Tgt-Mode           pic x(4) value "LF".

      *    Run mode switches, also defaulted so an
      *    unconfigured run behaves exactly as it always has.
      *    Run-Mode and Packed-Switch are the run's settings; each
      *    input file starts from them in File-Mode/File-Packed-
      *    Switch, which its source profile may then override.
         01 Run-Options.
           05 Run-Mode           pic x(4) value "LF".
           05 File-Mode          pic x(4) value "LF".
              88 Mode-CRLF-In    value "CRLF".
      *    The bank-origin feed's packed Birthday/Zip fields;
      *    combines with either input mode.  Defined for the
      *    original detail layout only - that feed has not adopted
      *    layout 02.
           05 Packed-Switch      pic x value "N".
              88 Packed-Run      value "Y".
           05 File-Packed-Switch pic x value "N".
              88 Packed-Mode     value "Y".
           05 Restart-Switch     pic x value "N".
              88 Restart-Run     value "Y".
           05 Master-Add-Count   pic S9(7) COMP value 0.
           05 Master-Chg-Count   pic S9(7) COMP value 0.
           05 Master-Same-Count  pic S9(7) COMP value 0.
      *    Field groups an existing Account kept because the incoming
      *    source ranked below the one that supplied them.
           05 Master-Kept-Count  pic S9(7) COMP value 0.
      *    DEL records taken in (cumulative across a restart like the
      *    written count - the trailer counts them but they never
      *    produce an output record), and what became of them when
              10 Src-Read-Count    pic S9(7) COMP.
              10 Src-Written-Count pic S9(7) COMP.
              10 Src-Reject-Count  pic S9(7) COMP.
      *       Exceptions written for this source's records, for its
      *       profile thresholds; cumulative across a restart via the
      *       "S" checkpoint record, like the written count.
              10 Src-Exception-Count pic S9(7) COMP.
      *       Master adds/changes/deletes made by this source's
      *       records, for the run history; cumulative across a
      *       restart via the "S" checkpoint record's master count
      *       fields.
              10 Src-Mst-Add-Count pic S9(7) COMP.
              10 Src-Mst-Chg-Count pic S9(7) COMP.
              10 Src-Mst-Del-Count pic S9(7) COMP.
      *       Input mode/packed setting the source's files were read
      *       under, its Profile-Table entry (0 = none), and how many
      *       of its files the profile refused.
              10 Src-Mode          pic x(4).
              10 Src-Packed        pic x.
              10 Src-Prof-Idx      pic 9(2).
              10 Src-Refused-Files pic S9(4) COMP.
      *       Lines on the source's acknowledgment file, and whether
      *       one was written, for the control report.
              10 Src-Ack-Count     pic S9(7) COMP.
              10 Src-Ack-Switch    pic x.
                 88 Src-Ack-Written value "Y".

      *    Start/end timestamps for the control report.  The run date
      *    is also the as-of date for the demographic age bands, so
           05 Rpt-Mst-Add-Count   pic ZZZZZZ9.
           05 Rpt-Mst-Chg-Count   pic ZZZZZZ9.
           05 Rpt-Mst-Same-Count  pic ZZZZZZ9.
           05 Rpt-Mst-Kept-Count  pic ZZZZZZ9.
           05 Rpt-Del-Count       pic ZZZZZZ9.
           05 Rpt-Mst-Del-Count   pic ZZZZZZ9.
           05 Rpt-Mst-Nf-Count    pic ZZZZZZ9.
      *    counting them any earlier would double-count them when a
      *    restart re-reads and re-merges them.
           05 Held-Cont-Count    pic S9(4) COMP value 0.
      *    Record numbers of the continuations merged into the held
      *    record, so each gets its own acknowledgment line carrying
      *    the parent's disposition when the record flushes.  A CNT
      *    past the last slot is acknowledged on arrival instead.
           05 Held-Ack-Count     pic S9(4) COMP value 0.
           05 Held-Ack-Idx       pic S9(4) COMP value 0.
           05 Held-Cont-Num      pic 9(9) OCCURS 99 TIMES.
         01 Held-Detail.
           05 HD-Account         pic x(18).
           05 HD-Rest            pic x(119).
           05 Supp-Eof-Switch    pic x value "N".
              88 EOF-Supp        value "Y".

      *    The source profile, loaded at Init and searched by each
      *    file's header source system.  One line per source:
      *        source mode packed layout max-rej rej-pct max-exc exc-pct
      *    for example
      *        BANKFEED   CRLF Y 01 500 5 0 0
      *    mode LF/CRLF, packed Y/N, layout 01/02; "-" leaves an
      *    item at the run's setting (mode/packed), accepts any
      *    layout, or turns a threshold off, and trailing items may
      *    be left off entirely.  The thresholds work like the
      *    COB05_MAX_ ones but against that source's own counts;
      *    the run-wide ones still apply on top.  '*' comment lines
      *    and blank lines are skipped; a malformed line is counted
      *    and reported, not used.
         01 Profile-Table.
           05 Prof-Count         pic 9(2) value 0.
           05 Prof-Entry OCCURS 1 to 50 TIMES
                         DEPENDING ON Prof-Count
                         INDEXED BY Prof-Idx.
              10 PF-Source       pic x(10).
              10 PF-Mode         pic x(4).
              10 PF-Packed       pic x.
              10 PF-Layout       pic x(2).
              10 PF-Max-Rej      pic 9(7).
              10 PF-Max-Rej-Pct  pic 9(3).
              10 PF-Max-Exc      pic 9(7).
              10 PF-Max-Exc-Pct  pic 9(3).
         01 Prof-Ws.
           05 Prof-Loaded-Sw     pic x value "N".
              88 Prof-Loaded     value "Y".
           05 Prof-Eof-Switch    pic x value "N".
              88 EOF-Prof        value "Y".
           05 Prof-Ok-Switch     pic x value "Y".
              88 Prof-Ok         value "Y" when set to false is "N".
           05 Prof-Bad-Count     pic S9(4) COMP value 0.
           05 Prof-Cur           pic 9(2) value 0.
           05 Prof-Tok-Source    pic x(11).
           05 Prof-Tok-Mode      pic x(5).
           05 Prof-Tok-Packed    pic x(2).
           05 Prof-Tok-Layout    pic x(3).
           05 Prof-Tok-Rej       pic x(8).
           05 Prof-Tok-Rej-Pct   pic x(8).
           05 Prof-Tok-Exc       pic x(8).
           05 Prof-Tok-Exc-Pct   pic x(8).
           05 Prof-Num-Src       pic x(8).
           05 Prof-Num-Tok       pic x(7) justified right.
           05 Prof-Num-Value     pic 9(7) value 0.
      *    Set when the current input file is refused - the read
      *    loop stops taking its records.
           05 Refuse-Switch      pic x value "N".
              88 File-Refused    value "Y".
           05 Refused-File-Count pic S9(4) COMP value 0.
           05 Rpt-Prof-Count     pic Z9.
           05 Rpt-Prof-Bad       pic ZZZ9.
           05 Rpt-Refused-Count  pic ZZZ9.

      *    Field-group precedence table, loaded from the site's
      *    precedence file at Init: each source system's rank for
      *    the four field groups the master tracks (1 name, 2
      *    birthday, 3 address, 4 phone/email), 1 the most trusted.
      *    A group the line leaves at "-", and every group of a
      *    source not on the table, is unranked (999) - below any
      *    ranked source.
         01 Prec-Table.
           05 Prec-Count         pic 9(2) value 0.
           05 Prec-Entry OCCURS 1 to 50 TIMES
                         DEPENDING ON Prec-Count
                         INDEXED BY Prec-Idx.
              10 PR-Source       pic x(10).
              10 PR-Rank         pic 9(3) OCCURS 4.
         01 Prec-Group-Names.
           05 Filler             pic x(8) value "NAME".
           05 Filler             pic x(8) value "BIRTHDAY".
           05 Filler             pic x(8) value "ADDRESS".
           05 Filler             pic x(8) value "CONTACT".
         01 Prec-Group-Table redefines Prec-Group-Names.
           05 Prec-Group-Name    pic x(8) OCCURS 4.
         01 Prec-Ws.
           05 Prec-Loaded-Sw     pic x value "N".
              88 Prec-Loaded     value "Y".
           05 Prec-Eof-Switch    pic x value "N".
              88 EOF-Prec        value "Y".
           05 Prec-Ok-Switch     pic x value "Y".
              88 Prec-Ok         value "Y" when set to false is "N".
           05 Prec-Bad-Count     pic S9(4) COMP value 0.
           05 Prec-Tok-Source    pic x(11).
           05 Prec-Tok-Rank      pic x(4) OCCURS 4.
           05 Prec-Num-Tok       pic x(2) justified right.
           05 Prec-Grp           pic S9(4) COMP value 0.
           05 Prec-Look-Source   pic x(10).
           05 Prec-Found         pic S9(4) COMP value 0.
           05 Prec-In-Found      pic S9(4) COMP value 0.
           05 Prec-In-Rank       pic 9(3) value 0.
           05 Prec-Mst-Rank      pic 9(3) value 0.
           05 Prec-Mst-Source    pic x(10).
           05 Prec-Old-Value     pic x(84).
           05 Prec-New-Value     pic x(84).
      *    Which groups the record being applied kept, and the
      *    source that held each one - for the KPT activity lines.
           05 Prec-Kept-Entry OCCURS 4.
              10 Prec-Kept-Sw     pic x.
              10 Prec-Kept-Source pic x(10).
           05 Rpt-Prec-Count     pic Z9.
           05 Rpt-Prec-Bad       pic ZZZ9.

      *    Acknowledgment working fields.  Ack-Line-Count is the
      *    cumulative line count of the work file, carried across a
      *    restart by the checkpoint like the report counts.
         01 Ack-Ws.
           05 Ack-Line-Count     pic S9(7) COMP value 0.
           05 Ack-Account        pic x(18).
           05 Ack-Rec-Num        pic 9(9).
           05 Ack-Code           pic x(2).
           05 Ack-Code2          pic x(2).
           05 Ack-Byte-Idx       pic S9(4) COMP value 0.
           05 Ack-Src            pic 9(2) value 0.
           05 Ack-Files-Written  pic S9(4) COMP value 0.
           05 Ack-Eof-Switch     pic x value "N".
              88 EOF-Ack-Work    value "Y".
           05 Ack-Desc           pic x(40).
           05 Ack-Build-Ws       pic x(135).
           05 Ack-Count-Ws       pic 9(7).
           05 Rpt-Ack-Count      pic ZZZZZZ9.

      *    Unpacking area for the packed-mode Birthday and Zip.  The
      *    unpacked digits land in WS-Detail as ASCII and ride the
      *    EBCDIC-to-ASCII INSPECT untouched - ASCII digit bytes are
      *    Before-image of the master record being compared/replaced,
      *    so Apply-Master can tell a change from a no-op resend and
      *    the activity report can print what the field values were.
         01 Master-Old-Rec       pic x(290).
         01 Master-Old-Groups redefines Master-Old-Rec.
           05 Filler             pic x(18).
           05 MO-Name            pic x(51).
           05 MO-Birthday        pic x(8).
           05 MO-Address         pic x(84).
           05 MO-Contact         pic x(55).
           05 Filler             pic x(34).
           05 MO-Name-Source     pic x(10).
           05 MO-Bday-Source     pic x(10).
           05 MO-Addr-Source     pic x(10).
           05 MO-Contact-Source  pic x(10).

      *    State/Zip reference table.
           COPY COB05SZ.
           05 SZ-Match-Switch    pic x value "N".
              88 SZ-Matched      value "Y".

      *    Address standardization reference table.
           COPY COB05AS.

      *    One address field being standardized: the text as it
      *    arrived, the cleaned-up copy it is split from, its words
      *    (each with the table's abbreviation and kind, when it has
      *    an entry), and the text put back together from them.
         01 Std-Ws.
           05 Std-Field-Name     pic x(8).
           05 Std-Orig           pic x(25).
           05 Std-Work           pic x(25).
           05 Std-Out            pic x(25).
           05 Std-Token          pic x(25).
           05 Std-Ptr            pic S9(4) COMP value 0.
           05 Std-Out-Ptr        pic S9(4) COMP value 0.
           05 Std-Tok-Count      pic S9(4) COMP value 0.
           05 Std-Tok-Idx        pic S9(4) COMP value 0.
           05 Std-Next-Idx       pic S9(4) COMP value 0.
           05 Std-Table-Switch   pic x value "N".
              88 Std-Use-Table   value "Y".
           05 Std-Tok-Entry OCCURS 13 TIMES.
              10 Std-Tok-Text    pic x(25).
              10 Std-Tok-Abbr    pic x(4).
              10 Std-Tok-Kind    pic x.
           05 Addr-Parse-Switch  pic x value "Y".
              88 Addr-Parsed     value "Y" when set to false is "N".
      *    Audit report lines written - checkpointed, so a restart
      *    can rebuild the report to what the checkpoint vouches for.
           05 Adr-Line-Count     pic S9(7) COMP value 0.
           05 Rpt-Adr-Count      pic ZZZZZZ9.
           05 Std-Lower          pic x(26)
             value "abcdefghijklmnopqrstuvwxyz".
           05 Std-Upper          pic x(26)
             value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    Per-state fan-out bookkeeping, one slot per COB05SZ entry.
      *    Touched says whether this run has created the state's file
      *    yet (first touch opens Output, later touches Extend); the
           05 Hist-Sum           pic 9(9) COMP value 0.
           05 Hist-Avg           pic 9(7) value 0.
           05 Hist-Dev-Pct       pic 9(5) value 0.
           05 Hist-Wrote-Count   pic 9(2) value 0.
           05 Hist-Src-Table.
              10 Hist-Src-Entry OCCURS 20 TIMES.
                 15 Hist-Seen    pic 9(4) COMP.
             Move In-File-Name(In-File-Cur) to In-File-Path
             Move "N"    to Eof-Switch
             Move "N"    to File-Trlr-Switch
             Move "N"    to Hdr-Switch
             Move "N"    to Refuse-Switch
             Move spaces to Hdr-Extract-Date
             Move spaces to Hdr-Source-System
             Move 0      to Src-Cur
             Move "01"   to Cur-Layout-Ver
             Move "N"    to Layout-V2-Switch
             Move "N"    to Reopen-Pend-Switch
      *      Every file opens under the run's own mode; its header's
      *      source profile can still call for the other one.
             Move Run-Mode      to File-Mode
             Move Run-Mode      to Tgt-Mode
             Move Packed-Switch to File-Packed-Switch
             If Mode-CRLF-In
               Open Input InFileCR
             Else
               Open Input InFile
             End-If
             Perform Until EOF or Run-Aborted
      *        A header announcing layout 02, or naming a source
      *        profiled for the other input mode, was just read
      *        under the wrong record length - reopen the same path
      *        under the right one before the next record.
               If Reopen-Pending
                 Perform Reopen-Input-File
               End-If
               Evaluate True
                 When Layout-V2 and Mode-CRLF-In
             If not Run-Aborted
               Perform Flush-Held-Detail
             End-If
             Perform Close-Input-File
      *      A refused file was never read past its first record, so
      *      its trailer was never looked for.
             If not File-Trailer-Found and not File-Refused
               Add 1 to Missing-Trlr-Count
             End-If
           End-If.

       Close-Input-File.
           Evaluate True
             When Layout-V2 and Mode-CRLF-In
               Close InFileV2CR
             When Layout-V2
               Close InFileV2
             When Mode-CRLF-In
               Close InFileCR
             When Other
               Close InFile
           End-Evaluate.

      *    Reopen the current input under the record length its
      *    header calls for: the layout-02 length, the other input
      *    mode's line ending (from the source profile), or both.
      *    The header (always the file's first record) was already
      *    counted and processed, so the reopened file's copy of it
      *    is read off and dropped here - nothing else has been
      *    read when the switch happens.
       Reopen-Input-File.
           Perform Close-Input-File
           Move Tgt-Mode to File-Mode
           If Cur-Layout-Ver = "02"
             Set Layout-V2 to True
           Else
             Move "N" to Layout-V2-Switch
           End-If
           Evaluate True
             When Layout-V2 and Mode-CRLF-In
               Open Input InFileV2CR
               Read InFileV2CR
                 At End
                   Set EOF to True
               End-Read
             When Layout-V2
               Open Input InFileV2
               Read InFileV2
                 At End
                   Set EOF to True
               End-Read
             When Mode-CRLF-In
               Open Input InFileCR
               Read InFileCR
                 At End
                   Set EOF to True
               End-Read
             When Other
               Open Input InFile
               Read InFile
                 At End
                   Set EOF to True
               End-Read
           End-Evaluate
           Move "N" to Reopen-Pend-Switch.

      *----------------------------------------------------------------
      * Init - resolve run-time file names/switches and open files.
             Move Env-Value(1:1) to Packed-Switch
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05_PROFILE"
           If Env-Value not = spaces
             Move Env-Value to Prof-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05_PRECEDENCE"
           If Env-Value not = spaces
             Move Env-Value to Prec-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05_ACKWORK"
           If Env-Value not = spaces
             Move Env-Value to Ack-Work-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05_ACK_DIR"
           If Env-Value not = spaces
             Move Env-Value to Ack-Dir-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05_ADRRPT"
           If Env-Value not = spaces
             Move Env-Value to AdrRpt-File-Path
           End-If
           Move spaces to Env-Value
           Accept Env-Value from Environment "COB05_OUTFMT"
           If Env-Value not = spaces
             Move Env-Value to Out-Format
           Accept Start-Time-Ws from Time

           Perform Load-Suppression-List
           Perform Load-Source-Profile
           Perform Load-Precedence-Table

      *    The input path may name several extracts separated by
      *    commas; split it into the file list the mainline walks.  A
             Else
               Open Output SuppRpt
             End-If
             Open Extend AckWorkFile
             If Ack-Work-Status = "00"
               Close AckWorkFile
               Perform Truncate-Ack-Work
               Open Extend AckWorkFile
             Else
               Open Output AckWorkFile
             End-If
             Open Extend AddrAuditRpt
             If Adr-File-Status = "00"
               Close AddrAuditRpt
               Perform Truncate-Addr-Audit
               Open Extend AddrAuditRpt
             Else
               Open Output AddrAuditRpt
             End-If
           Else
             If Out-Format-CSV
               Open Output CsvFile
             Open Output ExceptionRpt
             Open Output DupRpt
             Open Output SuppRpt
             Open Output AckWorkFile
             Open Output AddrAuditRpt
           End-If

      *    The master is opened I-O so existing Accounts can be read
             Close SuppListFile
           End-If.

      *----------------------------------------------------------------
      * Load-Source-Profile - the per-source processing profile (see
      * Profile-Table).  No profile at this site means every file
      * runs under COB05_MODE/COB05_PACKED as it always has.  A
      * profile larger than the table stops the run before any
      * record is processed, the same as the do-not-contact list:
      * a source silently dropped off the end would have all its
      * files refused.
      *----------------------------------------------------------------
       Load-Source-Profile.
           Open Input SourceProfileFile
           If Prof-File-Status = "00"
             Set Prof-Loaded to True
             Move "N" to Prof-Eof-Switch
             Perform Read-Source-Profile-Line Until EOF-Prof
             Close SourceProfileFile
           End-If.

       Read-Source-Profile-Line.
           Read SourceProfileFile
             At End
               Set EOF-Prof to True
             Not At End
               If Prof-Line(1:1) not = "*"
                  and Prof-Line not = spaces
                 Perform Parse-Source-Profile-Line
               End-If
           End-Read.

       Parse-Source-Profile-Line.
           Move spaces to Prof-Tok-Source Prof-Tok-Mode
                          Prof-Tok-Packed Prof-Tok-Layout
                          Prof-Tok-Rej Prof-Tok-Rej-Pct
                          Prof-Tok-Exc Prof-Tok-Exc-Pct
           Unstring Prof-Line delimited by all spaces
             into Prof-Tok-Source Prof-Tok-Mode Prof-Tok-Packed
                  Prof-Tok-Layout Prof-Tok-Rej Prof-Tok-Rej-Pct
                  Prof-Tok-Exc Prof-Tok-Exc-Pct
           End-Unstring
           Set Prof-Ok to True
           If Prof-Tok-Source(11:1) not = space
             Set Prof-Ok to False
           End-If
           If Prof-Tok-Mode not = "LF" and not = "CRLF"
              and not = "-" and not = spaces
             Set Prof-Ok to False
           End-If
           If Prof-Tok-Packed not = "Y" and not = "N"
              and not = "-" and not = spaces
             Set Prof-Ok to False
           End-If
           If Prof-Tok-Layout not = "01" and not = "02"
              and not = "-" and not = spaces
             Set Prof-Ok to False
           End-If
           If Prof-Ok
             If Prof-Count < 50
               Add 1 to Prof-Count
               Move Prof-Tok-Source to PF-Source(Prof-Count)
               Move spaces to PF-Mode(Prof-Count)
               If Prof-Tok-Mode not = "-"
                 Move Prof-Tok-Mode to PF-Mode(Prof-Count)
               End-If
               Move space to PF-Packed(Prof-Count)
               If Prof-Tok-Packed not = "-"
                 Move Prof-Tok-Packed to PF-Packed(Prof-Count)
               End-If
               Move spaces to PF-Layout(Prof-Count)
               If Prof-Tok-Layout not = "-"
                 Move Prof-Tok-Layout to PF-Layout(Prof-Count)
               End-If
               Move Prof-Tok-Rej to Prof-Num-Src
               Perform Get-Profile-Number
               Move Prof-Num-Value to PF-Max-Rej(Prof-Count)
               Move Prof-Tok-Rej-Pct to Prof-Num-Src
               Perform Get-Profile-Number
               Move Prof-Num-Value to PF-Max-Rej-Pct(Prof-Count)
               Move Prof-Tok-Exc to Prof-Num-Src
               Perform Get-Profile-Number
               Move Prof-Num-Value to PF-Max-Exc(Prof-Count)
               Move Prof-Tok-Exc-Pct to Prof-Num-Src
               Perform Get-Profile-Number
               Move Prof-Num-Value to PF-Max-Exc-Pct(Prof-Count)
      *        A bad threshold spoils the whole line - a limit typed
      *        wrong must not quietly become "no limit".
               If not Prof-Ok
                 Subtract 1 from Prof-Count
               End-If
             Else
               Set Run-Aborted to True
               Move 12 to Abort-Return-Code
               Move spaces to Abort-Reason
               String "source profile exceeds the profile "
                      "table, nothing processed"
                      delimited by size into Abort-Reason
               Set EOF-Prof to True
             End-If
           End-If
           If not Prof-Ok
             Add 1 to Prof-Bad-Count
           End-If.

      *    One threshold item: blank or "-" is 0 (off), otherwise up
      *    to seven digits.
       Get-Profile-Number.
           Move 0 to Prof-Num-Value
           If Prof-Num-Src not = spaces and not = "-"
             Move spaces to Prof-Num-Tok
             Unstring Prof-Num-Src delimited by space
               into Prof-Num-Tok
             End-Unstring
             Inspect Prof-Num-Tok Replacing Leading space by "0"
             If Prof-Num-Tok is numeric
                and Prof-Num-Src(8:1) = space
               Move Prof-Num-Tok to Prof-Num-Value
             Else
               Set Prof-Ok to False
             End-If
           End-If.

      *----------------------------------------------------------------
      * Load-Precedence-Table - the field-group precedence table (see
      * Prec-Table): one line per source system, the source followed
      * by its rank for the name, birthday, address, and phone/email
      * groups.  No table at this site means every source is
      * unranked and an existing Account takes each group from the
      * last record read, as before.
      *----------------------------------------------------------------
       Load-Precedence-Table.
           Open Input PrecedenceFile
           If Prec-File-Status = "00"
             Set Prec-Loaded to True
             Move "N" to Prec-Eof-Switch
             Perform Read-Precedence-Line Until EOF-Prec
             Close PrecedenceFile
           End-If.

       Read-Precedence-Line.
           Read PrecedenceFile
             At End
               Set EOF-Prec to True
             Not At End
               If Prec-Line(1:1) not = "*"
                  and Prec-Line not = spaces
                 Perform Parse-Precedence-Line
               End-If
           End-Read.

       Parse-Precedence-Line.
           Move spaces to Prec-Tok-Source
                          Prec-Tok-Rank(1) Prec-Tok-Rank(2)
                          Prec-Tok-Rank(3) Prec-Tok-Rank(4)
           Unstring Prec-Line delimited by all spaces
             into Prec-Tok-Source
                  Prec-Tok-Rank(1) Prec-Tok-Rank(2)
                  Prec-Tok-Rank(3) Prec-Tok-Rank(4)
           End-Unstring
           Set Prec-Ok to True
           If Prec-Tok-Source(11:1) not = space
             Set Prec-Ok to False
           End-If
           If Prec-Ok
             If Prec-Count < 50
               Add 1 to Prec-Count
               Move Prec-Tok-Source to PR-Source(Prec-Count)
               Perform Get-Precedence-Rank
                 Varying Prec-Grp from 1 by 1 Until Prec-Grp > 4
      *        A bad rank spoils the whole line - a rank typed wrong
      *        must not quietly become "unranked".
               If not Prec-Ok
                 Subtract 1 from Prec-Count
               End-If
             Else
               Set Run-Aborted to True
               Move 12 to Abort-Return-Code
               Move spaces to Abort-Reason
               String "precedence file exceeds the precedence "
                      "table, nothing processed"
                      delimited by size into Abort-Reason
               Set EOF-Prec to True
             End-If
           End-If
           If not Prec-Ok
             Add 1 to Prec-Bad-Count
           End-If.

      *    One group's rank: blank or "-" is unranked, otherwise one
      *    or two digits, 1 the most trusted.
       Get-Precedence-Rank.
           Move 999 to PR-Rank(Prec-Count, Prec-Grp)
           If Prec-Tok-Rank(Prec-Grp) not = spaces and not = "-"
             Move spaces to Prec-Num-Tok
             Unstring Prec-Tok-Rank(Prec-Grp) delimited by space
               into Prec-Num-Tok
             End-Unstring
             Inspect Prec-Num-Tok Replacing Leading space by "0"
             If Prec-Num-Tok is numeric
                and Prec-Num-Tok not = "00"
                and Prec-Tok-Rank(Prec-Grp)(3:1) = space
               Move Prec-Num-Tok to PR-Rank(Prec-Count, Prec-Grp)
             Else
               Set Prec-Ok to False
             End-If
           End-If.

       Read-Suppression-Line.
           Read SuppListFile
             At End
               Add 1 to Trunc-Copied-Count
           End-Read.

       Truncate-Ack-Work.
           Move spaces to Ack-Scratch-Path
           String Ack-Work-Path delimited by space
                  ".trunctmp" delimited by size
                  into Ack-Scratch-Path
           Open Input AckWorkFile
           Open Output AckWorkScratch
           Move 0 to Trunc-Copied-Count
           Move "N" to Trunc-Read-Switch
           Perform Truncate-Ack-Work-Copy
             Until EOF-Trunc or Trunc-Copied-Count >= Ack-Line-Count
           Close AckWorkFile
           Close AckWorkScratch
           Call "CBL_DELETE_FILE" using Ack-Work-Path
           Call "CBL_RENAME_FILE" using Ack-Scratch-Path
                                        Ack-Work-Path.

       Truncate-Ack-Work-Copy.
           Read AckWorkFile
             At End
               Set EOF-Trunc to True
             Not At End
               Move Ack-Work-Rec to Ack-Scratch-Rec
               Write Ack-Scratch-Rec
               Add 1 to Trunc-Copied-Count
           End-Read.

       Truncate-Addr-Audit.
           Move spaces to Adr-Scratch-Path
           String AdrRpt-File-Path delimited by space
                  ".trunctmp" delimited by size
                  into Adr-Scratch-Path
           Open Input AddrAuditRpt
           Open Output AddrAuditScratch
           Move 0 to Trunc-Copied-Count
           Move "N" to Trunc-Read-Switch
           Perform Truncate-Addr-Audit-Copy
             Until EOF-Trunc or Trunc-Copied-Count >= Adr-Line-Count
           Close AddrAuditRpt
           Close AddrAuditScratch
           Call "CBL_DELETE_FILE" using AdrRpt-File-Path
           Call "CBL_RENAME_FILE" using Adr-Scratch-Path
                                        AdrRpt-File-Path.

       Truncate-Addr-Audit-Copy.
           Read AddrAuditRpt
             At End
               Set EOF-Trunc to True
             Not At End
               Move Adr-Rec to Adr-Scratch-Rec
               Write Adr-Scratch-Rec
               Add 1 to Trunc-Copied-Count
           End-Read.

      *    One state file back to its checkpointed record count; the
      *    CSV shape keeps its column-header line ahead of the
      *    details, like Truncate-Csv-File.  A state the checkpoint
                   Perform Process-Trailer
                 Else
                   Perform Count-Source-Read
                   If File-Refused
                    or (Restart-Run and Rec-Read-Count <= Ckpt-Rec-Num)
                     Continue
                   Else
                     Move InRec to Raw-Rec-Ws(1:134)
                   Perform Process-Trailer
                 Else
                   Perform Count-Source-Read
                   If File-Refused
                    or (Restart-Run and Rec-Read-Count <= Ckpt-Rec-Num)
                     Continue
                   Else
                     Move InRec2 to Raw-Rec-Ws(1:135)
                   Perform Process-Trailer
                 Else
                   Perform Count-Source-Read
                   If File-Refused
                    or (Restart-Run and Rec-Read-Count <= Ckpt-Rec-Num)
                     Continue
                   Else
                     Move InRecV2 to Raw-Rec-Ws(1:141)
                   Perform Process-Trailer
                 Else
                   Perform Count-Source-Read
                   If File-Refused
                    or (Restart-Run and Rec-Read-Count <= Ckpt-Rec-Num)
                     Continue
                   Else
                     Move InRecV2C to Raw-Rec-Ws(1:142)
           Move Raw-Rec-Ws(4:8)  to Hdr-Extract-Date
           Move Raw-Rec-Ws(12:10) to Hdr-Source-System
           Set Header-Found to True
           If Raw-Rec-Ws(22:2) = "02"
             Move "02" to Cur-Layout-Ver
           Else
             Move "01" to Cur-Layout-Ver
           End-If
           Move File-Mode to Tgt-Mode
           Perform Set-Current-Source
           Move Hdr-Extract-Date to Src-Extract-Date(Src-Cur)
           Move Cur-Layout-Ver   to Src-Layout-Ver(Src-Cur)
           Move Tgt-Mode           to Src-Mode(Src-Cur)
           Move File-Packed-Switch to Src-Packed(Src-Cur)
           Perform Count-Source-Read
      *    The declared layout version, or a profile calling for the
      *    other input mode, can leave the file open under the wrong
      *    record length; flag the reopen and the read loop does the
      *    switch before the next record, so the header itself is
      *    the only record ever read under the wrong length.
           If not File-Refused
             If Tgt-Mode not = File-Mode
                or (Cur-Layout-Ver = "02" and not Layout-V2)
               Set Reopen-Pending to True
             End-If
           End-If.

      *    The trailer count accumulates across the input files so the
      *    grand comparison in Finish covers the consolidated run.
               Move 0 to Src-Read-Count(Src-Cur)
               Move 0 to Src-Written-Count(Src-Cur)
               Move 0 to Src-Reject-Count(Src-Cur)
               Move 0 to Src-Exception-Count(Src-Cur)
               Move 0 to Src-Mst-Add-Count(Src-Cur)
               Move 0 to Src-Mst-Chg-Count(Src-Cur)
               Move 0 to Src-Mst-Del-Count(Src-Cur)
               Move File-Mode          to Src-Mode(Src-Cur)
               Move File-Packed-Switch to Src-Packed(Src-Cur)
               Move 0 to Src-Prof-Idx(Src-Cur)
               Move 0 to Src-Refused-Files(Src-Cur)
               Move 0 to Src-Ack-Count(Src-Cur)
               Move "N" to Src-Ack-Switch(Src-Cur)
             Else
      *        All slots taken - roll this source into the last one
      *        rather than dropping its counts on the floor.
               Move Src-Count to Src-Cur
             End-If
           End-If
           If Prof-Loaded
             Perform Apply-Source-Profile
           End-If.

      *----------------------------------------------------------------
      * Apply-Source-Profile - once a source profile is in use, every
      * file must name a source on it.  A file with no header, a
      * source not on the profile, or a header declaring a layout
      * other than the one the source is profiled for is refused
      * before any of its records are converted: reading a vendor's
      * file under another vendor's settings is how a whole night's
      * extract gets garbled without a single reject.  Otherwise the
      * source's mode and packed setting replace the run's for this
      * file.
      *----------------------------------------------------------------
       Apply-Source-Profile.
           Move 0 to Prof-Cur
           If not Header-Found
             Move spaces to In-File-Note(In-File-Cur)
             String "no header record to name the source"
                    delimited by size into In-File-Note(In-File-Cur)
             Perform Refuse-Input-File
           Else
             If Prof-Count > 0
               Set Prof-Idx to 1
               Search Prof-Entry
                 At End
                   Continue
                 When PF-Source(Prof-Idx) = Hdr-Source-System
                   Set Prof-Cur to Prof-Idx
               End-Search
             End-If
             Evaluate True
               When Prof-Cur = 0
                 Move spaces to In-File-Note(In-File-Cur)
                 String "source " Hdr-Source-System
                        " not on the source profile"
                        delimited by size into In-File-Note(In-File-Cur)
                 Perform Refuse-Input-File
               When PF-Layout(Prof-Cur) not = spaces
                and PF-Layout(Prof-Cur) not = Cur-Layout-Ver
                 Move spaces to In-File-Note(In-File-Cur)
                 String "header declares layout " Cur-Layout-Ver
                        ", profile expects " PF-Layout(Prof-Cur)
                        delimited by size into In-File-Note(In-File-Cur)
                 Perform Refuse-Input-File
               When Other
                 If PF-Mode(Prof-Cur) not = spaces
                   Move PF-Mode(Prof-Cur) to Tgt-Mode
                 End-If
                 If PF-Packed(Prof-Cur) not = space
                   Move PF-Packed(Prof-Cur) to File-Packed-Switch
                 End-If
                 Move Prof-Cur to Src-Prof-Idx(Src-Cur)
             End-Evaluate
           End-If.

      *    Nothing past the record in hand is read; the refusal grades
      *    the run at 4 so the scheduler sees it, but does not stop
      *    the files after this one.
       Refuse-Input-File.
           Set File-Refused to True
           Set EOF to True
           Add 1 to Src-Refused-Files(Src-Cur)
           Add 1 to Refused-File-Count
           If Abort-Return-Code < 4
             Move 4 to Abort-Return-Code
           End-If.

       Count-Source-Read.
           Move Rec-Read-Count to Cur-Rec-Num
           Move Cur-Rec-Num    to Held-Rec-Num
           Move 0 to Held-Cont-Count
           Move 0 to Held-Ack-Count
           Move spaces to WD-Address2
           Move spaces to WD-Phone
           Move spaces to WD-Email
       Merge-Continuation.
           If Held-Present and C-Account = HD-Account
             Add 1 to Held-Cont-Count
             If Held-Ack-Count < 99
               Add 1 to Held-Ack-Count
               Move Rec-Read-Count to Held-Cont-Num(Held-Ack-Count)
             Else
               Move C-Account to C-Acct-Conv
               Inspect C-Acct-Conv Converting EBCDIC to ASCII
               Move C-Acct-Conv    to Ack-Account
               Move Rec-Read-Count to Ack-Rec-Num
               Move "AC"           to Ack-Code
               Move spaces         to Ack-Code2
               Perform Write-Ack-Work
             End-If
             If C-Address2 not = All X"40"
               Move C-Address2 to HD-Address2
             End-If
             Write Exc-Rec
             Add 1 to Exception-Count
             Add 1 to Total-Exception-Count
             Add 1 to Src-Exception-Count(Src-Cur)
             Move C-Acct-Conv  to Ack-Account
             Move Cur-Rec-Num  to Ack-Rec-Num
             Move "CN"         to Ack-Code
             Move spaces       to Ack-Code2
             Perform Write-Ack-Work
           End-If.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       Process-Detail.
           Inspect WS-Detail Converting EBCDIC to ASCII
      *    The vendor's own Account, before any masking replaces it.
           Move WD-Account to Ack-Account
      *    The do-not-contact check runs on the converted Account
      *    before anything else sees the record: a suppressed
      *    record is reported and counted, and touches neither the
           End-If
           If Supp-Found
             Perform Write-Suppressed
             Move "SP"   to Ack-Code
             Move spaces to Ack-Code2
           Else
             Perform Process-Detail-Work
             Perform Set-Ack-Detail-Code
           End-If
           Perform Ack-Held-Detail.

       Check-Suppression.
           Set Supp-Idx to 1
           Perform Check-Duplicate
           Perform Check-State-Zip
           Perform Check-Birthday
           Perform Standardize-Address
           Perform Count-Demographics

      *    Masking runs after the edits above (they need the real
      * whose fields differ is rewritten, and an identical resend is
      * only counted.  Adds and changes are logged on the activity
      * report with the before/after record images so the CRM load
      * team gets movement only.  Every post - identical resends
      * included - stamps the record as seen today from the current
      * source, and an add or change also stamps its date added or
      * changed; a change is judged on the customer fields alone.
      * An existing Account takes each field group only as far as
      * the precedence table allows (see Apply-Precedence), and a
      * group it kept goes on the activity report as a KPT line.
      * A restart run never reaches here for records it skips, and
      * redoing the tail records after the last checkpoint is
      * harmless - posting the same values twice is a no-op the
      * second time.
      *----------------------------------------------------------------
       Apply-Master.
           Move WD-Account to M-Account
           Read MasterFile
             Invalid Key
               Perform Master-Build-Rec
               Move Start-Date-Ws to M-Date-Added
               Move Start-Date-Ws to M-Last-Changed
               Perform Master-Stamp-Seen
               Move Hdr-Source-System to M-Name-Source
                                         M-Bday-Source
                                         M-Addr-Source
                                         M-Contact-Source
               Write Master-Rec
               Add 1 to Master-Add-Count
               Add 1 to Src-Mst-Add-Count(Src-Cur)
               Perform Master-Log-Add
             Not Invalid Key
               Move Master-Rec to Master-Old-Rec
               Perform Master-Build-Rec
               Perform Apply-Precedence
               Perform Master-Stamp-Seen
               If Master-Rec(1:216) = Master-Old-Rec(1:216)
                 Rewrite Master-Rec
                 Add 1 to Master-Same-Count
               Else
                 Move Start-Date-Ws to M-Last-Changed
                 Rewrite Master-Rec
                 Add 1 to Master-Chg-Count
                 Add 1 to Src-Mst-Chg-Count(Src-Cur)
                 Perform Master-Log-Change
               End-If
               Perform Master-Log-Kept
                 Varying Prec-Grp from 1 by 1 Until Prec-Grp > 4
           End-Read.

       Master-Stamp-Seen.
           Move Start-Date-Ws     to M-Last-Seen
           Move Hdr-Source-System to M-Last-Source.

      *----------------------------------------------------------------
      * Apply-Precedence - weigh the incoming record's field groups
      * against the existing Account's.  Master-Build-Rec has just
      * laid the incoming values over the record; a group is taken
      * (and stamped with the current source) when the master's
      * value is blank or the current source ranks equal to or
      * above the source that supplied it, otherwise the master's
      * value is put back.  Only a kept group whose values actually
      * differ is counted and reported - a lower-ranked source
      * sending the same values blocked nothing.
      *----------------------------------------------------------------
       Apply-Precedence.
           Move Hdr-Source-System to Prec-Look-Source
           Perform Find-Precedence-Entry
           Move Prec-Found to Prec-In-Found
           Perform Weigh-Field-Group
             Varying Prec-Grp from 1 by 1 Until Prec-Grp > 4.

       Weigh-Field-Group.
           Move "N" to Prec-Kept-Sw(Prec-Grp)
           Evaluate Prec-Grp
             When 1
               Move MO-Name           to Prec-Old-Value
               Move MG-Name           to Prec-New-Value
               Move MO-Name-Source    to Prec-Mst-Source
             When 2
               Move MO-Birthday       to Prec-Old-Value
               Move MG-Birthday       to Prec-New-Value
               Move MO-Bday-Source    to Prec-Mst-Source
             When 3
               Move MO-Address        to Prec-Old-Value
               Move MG-Address        to Prec-New-Value
               Move MO-Addr-Source    to Prec-Mst-Source
             When Other
               Move MO-Contact        to Prec-Old-Value
               Move MG-Contact        to Prec-New-Value
               Move MO-Contact-Source to Prec-Mst-Source
           End-Evaluate
           Move 999 to Prec-In-Rank
           If Prec-In-Found > 0
             Move PR-Rank(Prec-In-Found, Prec-Grp) to Prec-In-Rank
           End-If
           Move Prec-Mst-Source to Prec-Look-Source
           Perform Find-Precedence-Entry
           Move 999 to Prec-Mst-Rank
           If Prec-Found > 0
             Move PR-Rank(Prec-Found, Prec-Grp) to Prec-Mst-Rank
           End-If
           If Prec-Old-Value = spaces
              or Prec-In-Rank not > Prec-Mst-Rank
             Evaluate Prec-Grp
               When 1 Move Hdr-Source-System to M-Name-Source
               When 2 Move Hdr-Source-System to M-Bday-Source
               When 3 Move Hdr-Source-System to M-Addr-Source
               When Other
                      Move Hdr-Source-System to M-Contact-Source
             End-Evaluate
           Else
             Evaluate Prec-Grp
               When 1 Move MO-Name     to MG-Name
               When 2 Move MO-Birthday to MG-Birthday
               When 3 Move MO-Address  to MG-Address
               When Other
                      Move MO-Contact  to MG-Contact
             End-Evaluate
             If Prec-New-Value not = Prec-Old-Value
               Move "Y"             to Prec-Kept-Sw(Prec-Grp)
               Move Prec-Mst-Source to Prec-Kept-Source(Prec-Grp)
               Add 1 to Master-Kept-Count
             End-If
           End-If.

      *    Prec-Found is the table entry for Prec-Look-Source, or 0
      *    when the source is not ranked at all.
       Find-Precedence-Entry.
           Move 0 to Prec-Found
           If Prec-Count > 0 and Prec-Look-Source not = spaces
             Set Prec-Idx to 1
             Search Prec-Entry
               At End
                 Continue
               When PR-Source(Prec-Idx) = Prec-Look-Source
                 Set Prec-Found to Prec-Idx
             End-Search
           End-If.

       Master-Build-Rec.
           Move WD-Account  to M-Account
           Move WD-Gender   to M-Gender
           String "ADD " WD-Account delimited by size into Act-Rec
           Write Act-Rec
           Move spaces to Act-Rec
           String "  after : " Master-Rec(1:216) delimited by size
                  into Act-Rec
           Write Act-Rec.

           String "CHG " WD-Account delimited by size into Act-Rec
           Write Act-Rec
           Move spaces to Act-Rec
           String "  before: " Master-Old-Rec(1:216)
                  delimited by size into Act-Rec
           Write Act-Rec
           Move spaces to Act-Rec
           String "  after : " Master-Rec(1:216) delimited by size
                  into Act-Rec
           Write Act-Rec.

      *    One line per field group the record kept: the group, the
      *    source whose values stayed, and the source they blocked.
       Master-Log-Kept.
           If Prec-Kept-Sw(Prec-Grp) = "Y"
             Move spaces to Act-Rec
             String "KPT " WD-Account " " Prec-Group-Name(Prec-Grp)
                    " kept from " Prec-Kept-Source(Prec-Grp)
                    " over " Hdr-Source-System
                    delimited by size into Act-Rec
             Write Act-Rec
           End-If.

      *----------------------------------------------------------------
      * Process-Delete - apply one DEL notification.  The Account is
      * removed from the customer master, its full before-image is
       Process-Delete.
           Inspect Del-Account-Ws Converting EBCDIC to ASCII
           Add 1 to Total-Del-Count
           Move Del-Account-Ws to Ack-Account
           Move Cur-Rec-Num    to Ack-Rec-Num
           Move "AC"           to Ack-Code
           Move spaces         to Ack-Code2
           If Master-Apply-On
             Move Del-Account-Ws to M-Account
             Read MasterFile
               Invalid Key
                 Add 1 to Master-Nf-Count
                 Perform Master-Log-Delete-Nf
                 Move "NF" to Ack-Code
               Not Invalid Key
                 Move Master-Rec to Master-Old-Rec
                 Delete MasterFile
                 Add 1 to Master-Del-Count
                 Add 1 to Src-Mst-Del-Count(Src-Cur)
                 Move Master-Old-Rec(1:216) to Purge-Rec
                 Write Purge-Rec
                 Perform Master-Log-Delete
             End-Read
           End-If
           Perform Write-Ack-Work.

       Master-Log-Delete-Nf.
           Move spaces to Act-Rec
                  into Act-Rec
           Write Act-Rec
           Move spaces to Act-Rec
           String "  before: " Master-Old-Rec(1:216)
                  delimited by size into Act-Rec
           Write Act-Rec.

      *----------------------------------------------------------------
           Write Reject-Rec
           Add 1 to Reject-Count
           Add 1 to Total-Reject-Count
           Add 1 to Src-Reject-Count(Src-Cur)
           Perform Ack-Rejected-Record.

      *----------------------------------------------------------------
      * Ack-Rejected-Record / Set-Ack-Detail-Code / Ack-Held-Detail /
      * Write-Ack-Work - one line on the acknowledgment work file per
      * record taken in, written the moment its disposition is known.
      * A rejected record's Account is taken from the raw bytes (a
      * CNT/DEL carries it after the three-byte type); any byte
      * outside the EBCDIC table shows as "?" so the vendor can still
      * find the record.
      *----------------------------------------------------------------
       Ack-Rejected-Record.
           If Raw-Rec-Ws(1:3) = X"C3D5E3" or Raw-Rec-Ws(1:3) = X"C4C5D3"
             Move Raw-Rec-Ws(4:18) to Ack-Account
           Else
             Move Raw-Rec-Ws(1:18) to Ack-Account
           End-If
           Perform Clean-Ack-Account-Byte
             Varying Ack-Byte-Idx from 1 by 1 Until Ack-Byte-Idx > 18
           Inspect Ack-Account Converting EBCDIC to ASCII
           Move Cur-Rec-Num to Ack-Rec-Num
           Move "RJ"        to Ack-Code
           Move spaces      to Ack-Code2
           Perform Write-Ack-Work.

      *    The line-end byte is in the class but would break the
      *    line-sequential work file once converted - it goes too.
       Clean-Ack-Account-Byte.
           If Ack-Account(Ack-Byte-Idx:1) is not EBCDIC-CHARACTER
              or Ack-Account(Ack-Byte-Idx:1) = X"25"
             Move X"6F" to Ack-Account(Ack-Byte-Idx:1)
           End-If.

      *    A converted detail's findings, most serious first: a
      *    duplicate, then the state/zip and birthday exceptions.
      *    The first goes in the disposition, the next in the second
      *    code; a clean record is simply accepted.
       Set-Ack-Detail-Code.
           Move spaces to Ack-Code
           Move spaces to Ack-Code2
           If Dup-Found
             Move "DP" to Ack-Code
           End-If
           If not SZ-Matched
             If Ack-Code = spaces
               Move "SZ" to Ack-Code
             Else
               Move "SZ" to Ack-Code2
             End-If
           End-If
           If not DC-Is-Valid
             If Ack-Code = spaces
               Move "DT" to Ack-Code
             Else
               If Ack-Code2 = spaces
                 Move "DT" to Ack-Code2
               End-If
             End-If
           End-If
           If not Addr-Parsed
             If Ack-Code = spaces
               Move "AS" to Ack-Code
             Else
               If Ack-Code2 = spaces
                 Move "AS" to Ack-Code2
               End-If
             End-If
           End-If
           If Ack-Code = spaces
             Move "AC" to Ack-Code
           End-If.

      *    The flushed detail's own line, then one per continuation
      *    merged into it, all with the detail's disposition.
       Ack-Held-Detail.
           Move Cur-Rec-Num to Ack-Rec-Num
           Perform Write-Ack-Work
           Perform Ack-Held-Continuation
             Varying Held-Ack-Idx from 1 by 1
             Until Held-Ack-Idx > Held-Ack-Count
           Move 0 to Held-Ack-Count.

       Ack-Held-Continuation.
           Move Held-Cont-Num(Held-Ack-Idx) to Ack-Rec-Num
           Perform Write-Ack-Work.

       Write-Ack-Work.
           Move spaces to Ack-Work-Rec
           Move Src-System(Src-Cur) to AW-Source
           Move Ack-Rec-Num         to AW-Rec-Num
           Move Ack-Account         to AW-Account
           Move Ack-Code            to AW-Code
           Move Ack-Code2           to AW-Code2
           Write Ack-Work-Rec
           Add 1 to Ack-Line-Count.

      *----------------------------------------------------------------
      * Check-Duplicate - one keyed read against the seen-Accounts
             Write Exc-Rec
             Add 1 to Exception-Count
             Add 1 to Total-Exception-Count
             Add 1 to Src-Exception-Count(Src-Cur)
           End-If.

      *----------------------------------------------------------------
             Write Exc-Rec
             Add 1 to Exception-Count
             Add 1 to Total-Exception-Count
             Add 1 to Src-Exception-Count(Src-Cur)
           End-If.

      *----------------------------------------------------------------
      * Standardize-Address - bring the street line, city, and second
      * address line to USPS style before the record goes anywhere:
      * upper case, punctuation blanked, one space between words,
      * and - on the street and second lines - the COB05AS suffix,
      * directional, and unit abbreviations.  A suffix word is only
      * abbreviated where a suffix stands (last on the line, or just
      * ahead of a directional or unit), so "COURT" in "12 COURT ST"
      * stays the street's name; a directional stays whole when it
      * is the street's name ("100 NORTH ST").  Every field this
      * altered goes on the address-change audit report, and a
      * street line that is not a house number and street, a PO
      * box, or a rural/highway-contract route is an AS exception -
      * the record still goes out, with the text cleaned up.
      *----------------------------------------------------------------
       Standardize-Address.
           Set Addr-Parsed to True
           Move "ADDRESS " to Std-Field-Name
           Move WD-Address to Std-Orig
           Set Std-Use-Table to True
           Perform Standardize-Field
           Move Std-Out to WD-Address
           Perform Check-Street-Line
           Move "CITY    " to Std-Field-Name
           Move WD-City to Std-Orig
           Move "N" to Std-Table-Switch
           Perform Standardize-Field
           Move Std-Out to WD-City
           Move "ADDRESS2" to Std-Field-Name
           Move WD-Address2 to Std-Orig
           Set Std-Use-Table to True
           Perform Standardize-Field
           Move Std-Out to WD-Address2.

       Standardize-Field.
           Move Std-Orig to Std-Work
           Inspect Std-Work Converting Std-Lower to Std-Upper
           Inspect Std-Work Converting ".,;:!?()" to "        "
           Inspect Std-Work Replacing All X"22" By " "
                                      All X"27" By " "
           Move 0 to Std-Tok-Count
           Move 1 to Std-Ptr
           Perform Std-Take-Token
             Until Std-Ptr > 25 or Std-Tok-Count >= 13
           If Std-Use-Table and Std-Tok-Count > 0
             Perform Std-Look-Up-Token
               Varying Std-Tok-Idx from 1 by 1
               Until Std-Tok-Idx > Std-Tok-Count
             Perform Std-Abbreviate-Token
               Varying Std-Tok-Idx from 1 by 1
               Until Std-Tok-Idx > Std-Tok-Count
           End-If
           Move spaces to Std-Out
           Move 1 to Std-Out-Ptr
           Perform Std-Put-Token
             Varying Std-Tok-Idx from 1 by 1
             Until Std-Tok-Idx > Std-Tok-Count
           If Std-Out not = Std-Orig
             Perform Write-Addr-Audit
           End-If.

      *    "P O BOX" (what "P.O. Box" cleans up to) is one word, PO.
       Std-Take-Token.
           Move spaces to Std-Token
           Unstring Std-Work delimited by all space
             into Std-Token
             with pointer Std-Ptr
           End-Unstring
           If Std-Token not = spaces
             If Std-Tok-Count = 1 and Std-Tok-Text(1) = "P"
                and Std-Token = "O"
               Move "PO" to Std-Tok-Text(1)
             Else
               Add 1 to Std-Tok-Count
               Move Std-Token to Std-Tok-Text(Std-Tok-Count)
             End-If
           End-If.

       Std-Look-Up-Token.
           Move spaces to Std-Tok-Abbr(Std-Tok-Idx)
           Move space  to Std-Tok-Kind(Std-Tok-Idx)
           Set AS-Idx to 1
           Search AS-Entry
             At End
               Continue
             When AS-Word(AS-Idx) = Std-Tok-Text(Std-Tok-Idx)
               Move AS-Abbr(AS-Idx) to Std-Tok-Abbr(Std-Tok-Idx)
               Move AS-Kind(AS-Idx) to Std-Tok-Kind(Std-Tok-Idx)
           End-Search.

       Std-Abbreviate-Token.
           Compute Std-Next-Idx = Std-Tok-Idx + 1
           Evaluate Std-Tok-Kind(Std-Tok-Idx)
             When "U"
               Move Std-Tok-Abbr(Std-Tok-Idx)
                 to Std-Tok-Text(Std-Tok-Idx)
             When "S"
               If Std-Tok-Idx > 1
                 If Std-Tok-Idx = Std-Tok-Count
                   Move Std-Tok-Abbr(Std-Tok-Idx)
                     to Std-Tok-Text(Std-Tok-Idx)
                 Else
                   If Std-Tok-Kind(Std-Next-Idx) = "D" or "U"
                      or Std-Tok-Text(Std-Next-Idx)(1:1) = "#"
                     Move Std-Tok-Abbr(Std-Tok-Idx)
                       to Std-Tok-Text(Std-Tok-Idx)
                   End-If
                 End-If
               End-If
             When "D"
               If Std-Next-Idx = Std-Tok-Count
                 If Std-Tok-Kind(Std-Next-Idx) not = "S"
                   Move Std-Tok-Abbr(Std-Tok-Idx)
                     to Std-Tok-Text(Std-Tok-Idx)
                 End-If
               Else
                 Move Std-Tok-Abbr(Std-Tok-Idx)
                   to Std-Tok-Text(Std-Tok-Idx)
               End-If
             When Other
               Continue
           End-Evaluate.

       Std-Put-Token.
           If Std-Tok-Idx > 1
             String " " delimited by size
                    into Std-Out with pointer Std-Out-Ptr
           End-If
           String Std-Tok-Text(Std-Tok-Idx) delimited by space
                  into Std-Out with pointer Std-Out-Ptr.

      *    The words of the street line just standardized.  A blank
      *    street line has nothing to recognize and is left alone.
       Check-Street-Line.
           If Std-Tok-Count > 0
             Evaluate True
               When Std-Tok-Text(1)(1:1) is numeric
                    and Std-Tok-Count > 1
                 Continue
               When Std-Tok-Text(1) = "PO" and Std-Tok-Count > 2
                    and Std-Tok-Text(2) = "BOX"
                 Continue
               When (Std-Tok-Text(1) = "RR" or "HC")
                    and Std-Tok-Count > 1
                 Continue
               When Other
                 Set Addr-Parsed to False
             End-Evaluate
           End-If
           If not Addr-Parsed
             Move spaces      to Exc-Rec
             Move WD-Account  to EX-Account
             Move Cur-Rec-Num to EX-Rec-Num
             Move "AS"        to EX-Reason
             If Mask-On
               String "Street line not recognized"
                      delimited by size into EX-Detail
             Else
               String "Street not recognized: " WD-Address
                      delimited by size into EX-Detail
             End-If
             Write Exc-Rec
             Add 1 to Exception-Count
             Add 1 to Total-Exception-Count
             Add 1 to Src-Exception-Count(Src-Cur)
           End-If.

      *    A masked run blanks the street address on the way out, so
      *    its audit lines name the field but withhold the text.
       Write-Addr-Audit.
           Move spaces         to Adr-Rec
           Move WD-Account     to AD-Account
           Move Cur-Rec-Num    to AD-Rec-Num
           Move Std-Field-Name to AD-Field
           If Mask-On
             Move "(masked)"   to AD-Original
             Move "(masked)"   to AD-Standard
           Else
             Move Std-Orig     to AD-Original
             Move Std-Out      to AD-Standard
           End-If
           Write Adr-Rec
           Add 1 to Adr-Line-Count.

      *----------------------------------------------------------------
      * Check-Thresholds - once per record read: when the cumulative
      * reject or exception figures cross a configured ceiling, stop
                        "read" delimited by size into Abort-Reason
               End-If
             End-If
           End-If
           If not Run-Aborted and Src-Cur > 0
             If Src-Prof-Idx(Src-Cur) > 0
               Move Src-Prof-Idx(Src-Cur) to Prof-Cur
               Perform Check-Source-Thresholds
             End-If
           End-If.

      *    The current source's own profile limits, against that
      *    source's counts alone - one vendor's bad night stops the
      *    run even when the other sources dilute it under the
      *    run-wide limits.
       Check-Source-Thresholds.
           If PF-Max-Rej(Prof-Cur) > 0
              and Src-Reject-Count(Src-Cur) >= PF-Max-Rej(Prof-Cur)
             Set Run-Aborted to True
             Move 12 to Abort-Return-Code
             Move Src-Reject-Count(Src-Cur) to Rpt-Reject-Count
             Move spaces to Abort-Reason
             String "source " Src-System(Src-Cur) " reject count "
                    Rpt-Reject-Count " reached its profile limit"
                    delimited by size into Abort-Reason
           End-If
           If not Run-Aborted
             If PF-Max-Rej-Pct(Prof-Cur) > 0
                and Src-Read-Count(Src-Cur) > 0
               Compute Thresh-Pct =
                 Src-Reject-Count(Src-Cur) * 100
                   / Src-Read-Count(Src-Cur)
               If Thresh-Pct >= PF-Max-Rej-Pct(Prof-Cur)
                 Set Run-Aborted to True
                 Move 12 to Abort-Return-Code
                 Move Src-Reject-Count(Src-Cur) to Rpt-Reject-Count
                 Move spaces to Abort-Reason
                 String "source " Src-System(Src-Cur) " rejects at "
                        Rpt-Reject-Count " passed its profile percent"
                        delimited by size into Abort-Reason
               End-If
             End-If
           End-If
           If not Run-Aborted
             If PF-Max-Exc(Prof-Cur) > 0
                and Src-Exception-Count(Src-Cur)
                    >= PF-Max-Exc(Prof-Cur)
               Set Run-Aborted to True
               Move 8 to Abort-Return-Code
               Move Src-Exception-Count(Src-Cur)
                 to Rpt-Exception-Count
               Move spaces to Abort-Reason
               String "source " Src-System(Src-Cur)
                      " exception count " Rpt-Exception-Count
                      " reached its profile limit"
                      delimited by size into Abort-Reason
             End-If
           End-If
           If not Run-Aborted
             If PF-Max-Exc-Pct(Prof-Cur) > 0
                and Src-Read-Count(Src-Cur) > 0
               Compute Thresh-Pct =
                 Src-Exception-Count(Src-Cur) * 100
                   / Src-Read-Count(Src-Cur)
               If Thresh-Pct >= PF-Max-Exc-Pct(Prof-Cur)
                 Set Run-Aborted to True
                 Move 8 to Abort-Return-Code
                 Move Src-Exception-Count(Src-Cur)
                   to Rpt-Exception-Count
                 Move spaces to Abort-Reason
                 String "source " Src-System(Src-Cur)
                        " exceptions at " Rpt-Exception-Count
                        " passed its profile percent"
                        delimited by size into Abort-Reason
               End-If
             End-If
           End-If.

      *----------------------------------------------------------------
                   Move CK-Mst-Nf-Count    to Master-Nf-Count
                   Move CK-Sup-Count       to Total-Supp-Count
                   Move CK-Seen-Seq        to Seen-Seq-Count
                   Move CK-Ack-Count       to Ack-Line-Count
                   Move CK-Adr-Count       to Adr-Line-Count
                   Move CK-Mst-Kept-Count  to Master-Kept-Count
                 Else
                   DISPLAY "Checkpoint is not this release's "
                           "layout - restarting from the top"
              and CK-Mst-Nf-Count is numeric
              and CK-Sup-Count is numeric
              and CK-Seen-Seq is numeric
              and CK-Ack-Count is numeric
              and CK-Adr-Count is numeric
              and CK-Mst-Kept-Count is numeric
             Set Ckpt-Layout-Ok to True
           End-If.

                       to Src-Written-Count(Src-Count)
                     Move CK-Reject-Count
                       to Src-Reject-Count(Src-Count)
                     Move CK-Exception-Count
                       to Src-Exception-Count(Src-Count)
                     Move CK-Mst-Add-Count
                       to Src-Mst-Add-Count(Src-Count)
                     Move CK-Mst-Chg-Count
                       to Src-Mst-Chg-Count(Src-Count)
                     Move CK-Mst-Del-Count
                       to Src-Mst-Del-Count(Src-Count)
      *              The profile settings and refusals are redone as
      *              the restart re-reads each file's header.
                     Move Run-Mode      to Src-Mode(Src-Count)
                     Move Packed-Switch to Src-Packed(Src-Count)
                     Move 0 to Src-Prof-Idx(Src-Count)
                     Move 0 to Src-Refused-Files(Src-Count)
                     Move 0 to Src-Ack-Count(Src-Count)
                     Move "N" to Src-Ack-Switch(Src-Count)
                   End-If
                 When CK-Is-State
      *            Rebuild the per-state balancing slot so the
           Move Master-Nf-Count     to CK-Mst-Nf-Count
           Move Total-Supp-Count    to CK-Sup-Count
           Move Seen-Seq-Count      to CK-Seen-Seq
           Move Ack-Line-Count      to CK-Ack-Count
           Move Adr-Line-Count      to CK-Adr-Count
           Move Master-Kept-Count   to CK-Mst-Kept-Count
           Move spaces              to CK-Account
           Write Ckpt-Rec
           If Src-Count > 0
           Move 0 to CK-Rec-Num
           Move Src-Written-Count(Ckpt-Save-Idx) to CK-Written-Count
           Move Src-Reject-Count(Ckpt-Save-Idx)  to CK-Reject-Count
           Move Src-Exception-Count(Ckpt-Save-Idx)
             to CK-Exception-Count
           Move 0 to CK-Dup-Count
           Move Src-Mst-Add-Count(Ckpt-Save-Idx) to CK-Mst-Add-Count
           Move Src-Mst-Chg-Count(Ckpt-Save-Idx) to CK-Mst-Chg-Count
           Move 0 to CK-Mst-Same-Count
           Move 0 to CK-Cont-Count
           Move 0 to CK-Del-Count
           Move Src-Mst-Del-Count(Ckpt-Save-Idx) to CK-Mst-Del-Count
           Move 0 to CK-Mst-Nf-Count
           Move 0 to CK-Sup-Count
           Move 0 to CK-Seen-Seq
           Move 0 to CK-Ack-Count
           Move 0 to CK-Adr-Count
           Move 0 to CK-Mst-Kept-Count
           Move spaces to CK-Account
           Move Src-System(Ckpt-Save-Idx)       to CK-Account(1:10)
           Move Src-Extract-Date(Ckpt-Save-Idx) to CK-Account(11:8)
             Move 0 to CK-Mst-Nf-Count
             Move 0 to CK-Sup-Count
             Move 0 to CK-Seen-Seq
             Move 0 to CK-Ack-Count
             Move 0 to CK-Adr-Count
             Move 0 to CK-Mst-Kept-Count
             Move spaces to CK-Account
             Move SZ-State(Ckpt-Save-Idx) to CK-Account(1:2)
             Write Ckpt-Rec
           Move 0 to CK-Mst-Nf-Count
           Move 0 to CK-Sup-Count
           Move 0 to CK-Seen-Seq
           Move 0 to CK-Ack-Count
           Move 0 to CK-Adr-Count
           Move 0 to CK-Mst-Kept-Count
           Move spaces to CK-Account
           Move "??" to CK-Account(1:2)
           Write Ckpt-Rec.
           Move 0 to CK-Mst-Nf-Count
           Move 0 to CK-Sup-Count
           Move 0 to CK-Seen-Seq
           Move 0 to CK-Ack-Count
           Move 0 to CK-Adr-Count
           Move 0 to CK-Mst-Kept-Count
           Write Ckpt-Rec.

      *----------------------------------------------------------------
             Close OutFile
           End-If
           Close RejectFile, ExceptionRpt, DupRpt, SuppRpt
           Close AckWorkFile
           Close AddrAuditRpt
           Close SeenFile
           If State-Split-On
             Perform Close-State-File
           If Master-Apply-On
             Close MasterFile, ActivityRpt, PurgeFile
           End-If
      *    An aborted run's acknowledgments would tell the vendors
      *    their unread records never arrived - they wait for the
      *    rerun, which rebuilds them from the whole work file.
           If not Run-Aborted and Src-Count > 0
             Perform Write-Ack-File
               Varying Ack-Src from 1 by 1 Until Ack-Src > Src-Count
           End-If

           Accept End-Date-Ws from Date YYYYMMDD
           Accept End-Time-Ws from Time
           String "Run mode      : " Run-Mode
                  delimited by size into Ctl-Rec
           Write Ctl-Rec
           If Packed-Run
             Move spaces to Ctl-Rec
             String "Packed fields : Y (Birthday/Zip COMP-3)"
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
           End-If
           If Prof-Loaded
             Move Prof-Count to Rpt-Prof-Count
             Move spaces to Ctl-Rec
             String "Source profile: " Prof-File-Path
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
             Move spaces to Ctl-Rec
             String "  " Rpt-Prof-Count " source(s) profiled - the "
                    "run mode/packed setting applies where a source "
                    "leaves them at -"
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
             If Prof-Bad-Count > 0
               Move Prof-Bad-Count to Rpt-Prof-Bad
               Move spaces to Ctl-Rec
               String "** WARNING - " Rpt-Prof-Bad
                      " malformed source profile line(s) ignored **"
                      delimited by size into Ctl-Rec
               Write Ctl-Rec
             End-If
           End-If
           If Prec-Loaded
             Move Prec-Count to Rpt-Prec-Count
             Move spaces to Ctl-Rec
             String "Precedence    : " Prec-File-Path
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
             Move spaces to Ctl-Rec
             String "  " Rpt-Prec-Count " source(s) ranked - any "
                    "other source is unranked in every group"
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
             If Prec-Bad-Count > 0
               Move Prec-Bad-Count to Rpt-Prec-Bad
               Move spaces to Ctl-Rec
               String "** WARNING - " Rpt-Prec-Bad
                      " malformed precedence line(s) ignored **"
                      delimited by size into Ctl-Rec
               Write Ctl-Rec
             End-If
           End-If
           Move spaces to Ctl-Rec
           String "Started       : " Start-Date-Ws " " Start-Time-Ws
                  delimited by size into Ctl-Rec
           String "Duplicates    : " Rpt-Dup-Count
                  delimited by size into Ctl-Rec
           Write Ctl-Rec
           Move Adr-Line-Count to Rpt-Adr-Count
           Move spaces to Ctl-Rec
           String "Addr standard : " Rpt-Adr-Count
                  " field(s) altered, see " delimited by size
                  AdrRpt-File-Path delimited by space
                  into Ctl-Rec
           Write Ctl-Rec
           If Total-Cont-Count > 0
             Move Total-Cont-Count to Rpt-Cont-Count
             Move spaces to Ctl-Rec
             String "Master no-ops : " Rpt-Mst-Same-Count
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
             If Prec-Loaded
               Move Master-Kept-Count to Rpt-Mst-Kept-Count
               Move spaces to Ctl-Rec
               String "Groups kept   : " Rpt-Mst-Kept-Count
                      " (KPT lines on the activity report)"
                      delimited by size into Ctl-Rec
               Write Ctl-Rec
             End-If
             Move Master-Del-Count to Rpt-Mst-Del-Count
             Move spaces to Ctl-Rec
             String "Master deletes: " Rpt-Mst-Del-Count
             Move spaces to Ctl-Rec
             Write Ctl-Rec
           End-If
           If Ack-Files-Written > 0
             Perform Print-Ack-Line
               Varying Ack-Src from 1 by 1 Until Ack-Src > Src-Count
             Move spaces to Ctl-Rec
             Write Ctl-Rec
           End-If
           If Vol-Pct > 0 and Src-Count > 0
             Perform Check-Source-Volume
               Varying Hist-S from 1 by 1
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
           End-If
           If Refused-File-Count > 0
             Move Refused-File-Count to Rpt-Refused-Count
             Move spaces to Ctl-Rec
             String "** WARNING - " Rpt-Refused-Count
                    " input file(s) refused by the source profile, "
                    "nothing read from them **"
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
           End-If
           If Run-Aborted
             Move spaces to Ctl-Rec
             String "** WARNING - run did not finish, no vendor "
                    "acknowledgment files written **"
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
             Move spaces to Ctl-Rec
             String "** RUN ABORTED - " Abort-Reason
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
           End-If
      *    A refusal grades the run without aborting it, so the
      *    return code line stands on its own.
           If Abort-Return-Code > 0
             Move Abort-Return-Code to Rpt-Return-Code
             Move spaces to Ctl-Rec
             String "Return code   : " Rpt-Return-Code
             Add 1 to Hist-Seen(Hist-S)
           End-If.

      *    A source whose every file was refused by the source
      *    profile read nothing but headers - it has no volume of its
      *    own to measure or to record; the refusal is already on the
      *    control report.
       Check-Source-Volume.
           If Hist-Seen(Hist-S) > 0
              and (Src-Refused-Files(Hist-S) = 0
                   or Src-Read-Count(Hist-S)
                      > Src-Refused-Files(Hist-S))
             If Hist-Seen(Hist-S) > 10
               Move 10 to Hist-N
             Else
             Open Output RunHistFile
           End-If
           If Hist-File-Status = "00"
             Move 0 to Hist-Wrote-Count
             If Src-Count > 0
               Perform Write-Hist-Record
                 Varying Hist-S from 1 by 1
                 Until Hist-S > Src-Count
             End-If
             If Hist-Wrote-Count = 0
      *        Nothing was read at all - still leave one record so
      *        the empty run is visible in the history.
               Move spaces to Hist-Rec
               Move 0 to H-Mst-Add
               Move 0 to H-Mst-Chg
               Move 0 to H-Mst-Del
               Move 0 to H-Src-Exception
               Move 0 to H-Src-Mst-Add
               Move 0 to H-Src-Mst-Chg
               Move 0 to H-Src-Mst-Del
               Write Hist-Rec
             End-If
             Close RunHistFile
           End-If.

       Write-Hist-Record.
           If Src-Refused-Files(Hist-S) = 0
              or Src-Read-Count(Hist-S) > Src-Refused-Files(Hist-S)
             Move spaces to Hist-Rec
             Move Start-Date-Ws to H-Run-Date
             Move Start-Time-Ws to H-Run-Time
             Move Src-System(Hist-S)       to H-Source
             Move Src-Extract-Date(Hist-S) to H-Extract-Date
             Move Src-Read-Count(Hist-S)   to H-Read
             Move Src-Written-Count(Hist-S) to H-Written
             Move Src-Reject-Count(Hist-S) to H-Reject
             Move Total-Exception-Count    to H-Exception
             Move Total-Dup-Count          to H-Dup
             Move Run-Input-List           to H-In-Path
             Move Master-Add-Count         to H-Mst-Add
             Move Master-Chg-Count         to H-Mst-Chg
             Move Master-Del-Count         to H-Mst-Del
             Move Src-Exception-Count(Hist-S) to H-Src-Exception
             Move Src-Mst-Add-Count(Hist-S) to H-Src-Mst-Add
             Move Src-Mst-Chg-Count(Hist-S) to H-Src-Mst-Chg
             Move Src-Mst-Del-Count(Hist-S) to H-Src-Mst-Del
             Write Hist-Rec
             Add 1 to Hist-Wrote-Count
           End-If.

      *----------------------------------------------------------------
      * Write-Ack-File - one source system's acknowledgment file,
      * built from the work file at end of job: an HDR (run date,
      * source, and the extract date being acknowledged), one ACK
      * line per record in the order the records were read, and a
      * TRL carrying the ACK line count - all in EBCDIC, in the
      * source's own LF/CRLF framing.  An ACK line is
      *     ACK account(18) record-number(9) code(2) code2(2)
      * then a space and a short description of the code.  A
      * headerless file's records have no source to go back to, and
      * a source whose files were all refused sent nothing that was
      * read; neither gets a file.
      *----------------------------------------------------------------
       Write-Ack-File.
           Move 0 to Src-Ack-Count(Ack-Src)
           If Src-System(Ack-Src) not = spaces
              and (Src-Refused-Files(Ack-Src) = 0
                   or Src-Read-Count(Ack-Src)
                      > Src-Refused-Files(Ack-Src))
             Perform Build-Ack-File-Path
             If Src-Mode(Ack-Src) = "CRLF"
               Open Output AckFileCR
             Else
               Open Output AckFile
             End-If
             If Ack-File-Status = "00"
               Move spaces to Ack-Build-Ws
               String "HDR" Start-Date-Ws Src-System(Ack-Src) "  "
                      Src-Extract-Date(Ack-Src)
                      delimited by size into Ack-Build-Ws
               Inspect Ack-Build-Ws Converting ASCII to EBCDIC
               Perform Put-Ack-Typed-Rec
               Open Input AckWorkFile
               If Ack-Work-Status = "00"
                 Move "N" to Ack-Eof-Switch
                 Perform Copy-Ack-Work-Line Until EOF-Ack-Work
                 Close AckWorkFile
               End-If
               Move Src-Ack-Count(Ack-Src) to Ack-Count-Ws
               Move spaces to Ack-Build-Ws
               String "TRL" Ack-Count-Ws
                      delimited by size into Ack-Build-Ws
               Inspect Ack-Build-Ws Converting ASCII to EBCDIC
               Perform Put-Ack-Typed-Rec
               If Src-Mode(Ack-Src) = "CRLF"
                 Close AckFileCR
               Else
                 Close AckFile
               End-If
               Set Src-Ack-Written(Ack-Src) to True
               Add 1 to Ack-Files-Written
             End-If
           End-If.

       Build-Ack-File-Path.
           Move spaces to Ack-File-Path
           String Ack-Dir-Path delimited by space
                  "/customer." delimited by size
                  Src-System(Ack-Src) delimited by space
                  ".ack" delimited by size
                  into Ack-File-Path.

       Copy-Ack-Work-Line.
           Read AckWorkFile
             At End
               Set EOF-Ack-Work to True
             Not At End
               If AW-Source = Src-System(Ack-Src)
                 Perform Put-Ack-Detail-Line
               End-If
           End-Read.

       Put-Ack-Detail-Line.
           Evaluate AW-Code
             When "AC"
               Move "accepted" to Ack-Desc
             When "RJ"
               Move "rejected - unreadable bytes in record"
                 to Ack-Desc
             When "SZ"
               Move "accepted - state does not match zip"
                 to Ack-Desc
             When "DT"
               Move "accepted - invalid birthday" to Ack-Desc
             When "AS"
               Move "accepted - street address not recognized"
                 to Ack-Desc
             When "DP"
               Move "accepted - account repeated in this run"
                 to Ack-Desc
             When "SP"
               Move "not loaded - do-not-contact list"
                 to Ack-Desc
             When "NF"
               Move "delete - account not on the master"
                 to Ack-Desc
             When "CN"
               Move "continuation without a preceding detail"
                 to Ack-Desc
             When Other
               Move spaces to Ack-Desc
           End-Evaluate
           Move spaces to Ack-Build-Ws
           String "ACK" AW-Account AW-Rec-Num AW-Code AW-Code2
                  " " Ack-Desc
                  delimited by size into Ack-Build-Ws
           Inspect Ack-Build-Ws Converting ASCII to EBCDIC
           Perform Put-Ack-Typed-Rec
           Add 1 to Src-Ack-Count(Ack-Src).

      *    Every record ends in the line-end byte(s) the vendor's
      *    own extract carries, like the cob05r repair feed.
       Put-Ack-Typed-Rec.
           If Src-Mode(Ack-Src) = "CRLF"
             Move X"0D" to Ack-Build-Ws(134:1)
             Move X"25" to Ack-Build-Ws(135:1)
             Move Ack-Build-Ws to Ack-Rec-CR
             Write Ack-Rec-CR
           Else
             Move X"25" to Ack-Build-Ws(134:1)
             Move Ack-Build-Ws(1:134) to Ack-Rec
             Write Ack-Rec
           End-If.

      *----------------------------------------------------------------
      * Write-Summary-Report - the end-of-job demographic summary:
           Move spaces to Ctl-Rec
           String "Input file    : " In-File-Name(In-File-Cur)
                  delimited by size into Ctl-Rec
           Write Ctl-Rec
           If In-File-Note(In-File-Cur) not = spaces
             Move spaces to Ctl-Rec
             String "  ** REFUSED - " In-File-Note(In-File-Cur)
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
           End-If.

       Print-Ack-Line.
           If Src-Ack-Written(Ack-Src)
             Perform Build-Ack-File-Path
             Move Src-Ack-Count(Ack-Src) to Rpt-Ack-Count
             Move spaces to Ctl-Rec
             String "Ack file      : " delimited by size
                    Ack-File-Path delimited by space
                    "  lines: " Rpt-Ack-Count
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
           End-If.

       Print-State-Line.
           If St-Touched(St-Prt) = "Y"
                  " written: "  Rpt-Src-Written
                  " rejected: " Rpt-Src-Reject
                  delimited by size into Ctl-Rec
           Write Ctl-Rec
           If Prof-Loaded
             Move Src-Refused-Files(Src-Prt) to Rpt-Refused-Count
             Move spaces to Ctl-Rec
             String "           mode " Src-Mode(Src-Prt)
                    " packed " Src-Packed(Src-Prt)
                    " files refused: " Rpt-Refused-Count
                    delimited by size into Ctl-Rec
             Write Ctl-Rec
           End-If.
