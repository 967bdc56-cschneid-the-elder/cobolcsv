      *
      * CSVRTYP - one record-type definition line for a vendor file
      * that mixes row layouts under a record-type column: the file
      * name exactly as it appears in CSVLOAD's control file, the
      * value the record-type column carries for this type, the role
      * rows of this type play - H(eader or batch row, passed over),
      * D(etail row, loaded), or T(railer row, checked) - and the
      * type's own column list, comma separated, in column order.
      * The record-type column must sit at the same position in
      * every type's list.  On the D line the amount column names
      * the detail column that is totalled; on the T line it names
      * the column carrying the vendor's amount total, and the count
      * column the one carrying the vendor's detail row count.  The
      * :PRFX: placeholder is replaced by the caller's chosen
      * prefix.
      *
       01  :PRFX:RECORD.
           05  :PRFX:FILE-NAME         PIC X(128).
           05  :PRFX:TYPE-VALUE        PIC X(010).
           05  :PRFX:ROLE              PIC X(001).
               88  :PRFX:ROLE-HEADER               VALUE 'H'.
               88  :PRFX:ROLE-DETAIL               VALUE 'D'.
               88  :PRFX:ROLE-TRAILER              VALUE 'T'.
           05  :PRFX:TYPE-COLUMN       PIC X(030).
           05  :PRFX:AMOUNT-COLUMN     PIC X(030).
           05  :PRFX:COUNT-COLUMN      PIC X(030).
           05  :PRFX:COLUMN-LIST       PIC X(1000).
