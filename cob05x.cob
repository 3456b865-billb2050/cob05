      * the quoted comma-delimited shape cob05 itself produces, and
      * a control report carries the selections in effect plus the
      * records read/selected counts.
      *
      * 10/15/2026 The master record gained cob05's date/source
      *            stamps after the customer fields.  They are not
      *            part of the extract, whose record shapes are
      *            unchanged.
      * 10/15/2026 The master record gained cob05's field-group
      *            source tags after the stamps; likewise not
      *            extracted.
      *
       Environment Division.
       Configuration Section.
       File Section.
      *    Same record cob05's Apply-Master writes - one master
      *    record per Account, the converted OutRec fields minus the
      *    line-end byte, then the date/source stamps and the
      *    field-group source tags.
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
           05 M-Group-Sources.
             10 M-Name-Source     pic x(10).
             10 M-Bday-Source     pic x(10).
             10 M-Addr-Source     pic x(10).
             10 M-Contact-Source  pic x(10).

      *    Same record shape as cob05's customer.out, so whatever
      *    reads the daily output reads an extract unchanged.
