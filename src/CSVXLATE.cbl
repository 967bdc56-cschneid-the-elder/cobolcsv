       Identification Division.
       Program-ID. CSVXLATE.
      *
      * The purpose of this program is to translate one record's
      * bytes from one code page to another inside the run that
      * reads or writes it, instead of a separate translate step
      * in front of or behind every job - vendor files arrive as
      * ASCII or UTF-8 on a platform whose own code page is EBCDIC,
      * and partners and the web portal want ASCII or UTF-8 back.
      * CSVLOAD calls here for each inbound record, and CSVEXTRC,
      * CSVSPLIT, and CSVJSON for each outbound one.
      *
      * The code pages are given as IBM CCSIDs, listed in the
      * CSVCCSID copybook - EBCDIC 037 and 1047, US-ASCII 367,
      * Latin-1 819, and UTF-8 1208 - with zero standing for this
      * platform's own code page.  Every character passes through
      * its Latin-1 value, so the EBCDIC pages, Latin-1, and the
      * first 256 characters of UTF-8 translate into each other
      * losslessly, accented names and all.  A character the
      * target code page cannot hold - a UTF-8 character beyond
      * Latin-1 on its way to EBCDIC, an accented letter on its way
      * to US-ASCII - and a byte that is not valid in the source
      * code page - a stray or truncated UTF-8 sequence - each go
      * out as the target's substitute character - X'3F', which is
      * SUB in EBCDIC and a question mark in ASCII, or the U+FFFD
      * replacement character in UTF-8 - and the source bytes they
      * stood for are counted back to the caller for its report.
      * No control character is ever written in their place, so a
      * translated record still reads back through a line
      * sequential file.  A UTF-8
      * byte order mark is a marker rather than a character and is
      * dropped on the way to any other code page.  Between a code
      * page and itself the bytes are copied unchanged.
      *
      * The caller owns both the input bytes and the output area,
      * and passes the output area's capacity.  A translation that
      * will not fit stops at the last whole character that does -
      * never partway through a multi-byte UTF-8 character - and
      * the input bytes left over are counted as untranslated.
      *
       Environment Division.
       Configuration Section.
       Repository.
           Function All Intrinsic.
       Data Division.
       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVXLATE'.
           Copy CSVCCSID Replacing ==:PRFX:== By ==XLT-==.

      * Each EBCDIC page's byte, in byte-value order, as its Latin-1
      * byte; the reverse tables are built from these on the first
      * call.  XLT-IDENTITY is every byte value in order, so a byte
      * can be built from its ordinal.
       01  WS-TABLES.
           05  XLT-E037-TO-LATIN1.
               10  FILLER          PIC X(016) VALUE
                   X'000102039C09867F978D8E0B0C0D0E0F'.
               10  FILLER          PIC X(016) VALUE
                   X'101112139D8508871819928F1C1D1E1F'.
               10  FILLER          PIC X(016) VALUE
                   X'80818283840A171B88898A8B8C050607'.
               10  FILLER          PIC X(016) VALUE
                   X'909116939495960498999A9B14159E1A'.
               10  FILLER          PIC X(016) VALUE
                   X'20A0E2E4E0E1E3E5E7F1A22E3C282B7C'.
               10  FILLER          PIC X(016) VALUE
                   X'26E9EAEBE8EDEEEFECDF21242A293BAC'.
               10  FILLER          PIC X(016) VALUE
                   X'2D2FC2C4C0C1C3C5C7D1A62C255F3E3F'.
               10  FILLER          PIC X(016) VALUE
                   X'F8C9CACBC8CDCECFCC603A2340273D22'.
               10  FILLER          PIC X(016) VALUE
                   X'D8616263646566676869ABBBF0FDFEB1'.
               10  FILLER          PIC X(016) VALUE
                   X'B06A6B6C6D6E6F707172AABAE6B8C6A4'.
               10  FILLER          PIC X(016) VALUE
                   X'B57E737475767778797AA1BFD0DDDEAE'.
               10  FILLER          PIC X(016) VALUE
                   X'5EA3A5B7A9A7B6BCBDBE5B5DAFA8B4D7'.
               10  FILLER          PIC X(016) VALUE
                   X'7B414243444546474849ADF4F6F2F3F5'.
               10  FILLER          PIC X(016) VALUE
                   X'7D4A4B4C4D4E4F505152B9FBFCF9FAFF'.
               10  FILLER          PIC X(016) VALUE
                   X'5CF7535455565758595AB2D4D6D2D3D5'.
               10  FILLER          PIC X(016) VALUE
                   X'30313233343536373839B3DBDCD9DA9F'.
           05  XLT-E1047-TO-LATIN1.
               10  FILLER          PIC X(016) VALUE
                   X'000102039C09867F978D8E0B0C0D0E0F'.
               10  FILLER          PIC X(016) VALUE
                   X'101112139D8508871819928F1C1D1E1F'.
               10  FILLER          PIC X(016) VALUE
                   X'80818283840A171B88898A8B8C050607'.
               10  FILLER          PIC X(016) VALUE
                   X'909116939495960498999A9B14159E1A'.
               10  FILLER          PIC X(016) VALUE
                   X'20A0E2E4E0E1E3E5E7F1A22E3C282B7C'.
               10  FILLER          PIC X(016) VALUE
                   X'26E9EAEBE8EDEEEFECDF21242A293B5E'.
               10  FILLER          PIC X(016) VALUE
                   X'2D2FC2C4C0C1C3C5C7D1A62C255F3E3F'.
               10  FILLER          PIC X(016) VALUE
                   X'F8C9CACBC8CDCECFCC603A2340273D22'.
               10  FILLER          PIC X(016) VALUE
                   X'D8616263646566676869ABBBF0FDFEB1'.
               10  FILLER          PIC X(016) VALUE
                   X'B06A6B6C6D6E6F707172AABAE6B8C6A4'.
               10  FILLER          PIC X(016) VALUE
                   X'B57E737475767778797AA1BFD05BDEAE'.
               10  FILLER          PIC X(016) VALUE
                   X'ACA3A5B7A9A7B6BCBDBEDDA8AF5DB4D7'.
               10  FILLER          PIC X(016) VALUE
                   X'7B414243444546474849ADF4F6F2F3F5'.
               10  FILLER          PIC X(016) VALUE
                   X'7D4A4B4C4D4E4F505152B9FBFCF9FAFF'.
               10  FILLER          PIC X(016) VALUE
                   X'5CF7535455565758595AB2D4D6D2D3D5'.
               10  FILLER          PIC X(016) VALUE
                   X'30313233343536373839B3DBDCD9DA9F'.
           05  XLT-IDENTITY.
               10  FILLER          PIC X(016) VALUE
                   X'000102030405060708090A0B0C0D0E0F'.
               10  FILLER          PIC X(016) VALUE
                   X'101112131415161718191A1B1C1D1E1F'.
               10  FILLER          PIC X(016) VALUE
                   X'202122232425262728292A2B2C2D2E2F'.
               10  FILLER          PIC X(016) VALUE
                   X'303132333435363738393A3B3C3D3E3F'.
               10  FILLER          PIC X(016) VALUE
                   X'404142434445464748494A4B4C4D4E4F'.
               10  FILLER          PIC X(016) VALUE
                   X'505152535455565758595A5B5C5D5E5F'.
               10  FILLER          PIC X(016) VALUE
                   X'606162636465666768696A6B6C6D6E6F'.
               10  FILLER          PIC X(016) VALUE
                   X'707172737475767778797A7B7C7D7E7F'.
               10  FILLER          PIC X(016) VALUE
                   X'808182838485868788898A8B8C8D8E8F'.
               10  FILLER          PIC X(016) VALUE
                   X'909192939495969798999A9B9C9D9E9F'.
               10  FILLER          PIC X(016) VALUE
                   X'A0A1A2A3A4A5A6A7A8A9AAABACADAEAF'.
               10  FILLER          PIC X(016) VALUE
                   X'B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF'.
               10  FILLER          PIC X(016) VALUE
                   X'C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF'.
               10  FILLER          PIC X(016) VALUE
                   X'D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF'.
               10  FILLER          PIC X(016) VALUE
                   X'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF'.
               10  FILLER          PIC X(016) VALUE
                   X'F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF'.
           05  XLT-LATIN1-TO-E037      PIC X(256) VALUE SPACES.
           05  XLT-LATIN1-TO-E1047     PIC X(256) VALUE SPACES.

       01  WS-WORK-AREAS.
           05  XLT-FROM-CCSID          PIC 9(005)         VALUE 0.
           05  XLT-TO-CCSID            PIC 9(005)         VALUE 0.
           05  XLT-IN-POSN             PIC S9(009) BINARY VALUE +0.
           05  XLT-OUT-POSN            PIC S9(009) BINARY VALUE +0.
           05  XLT-COPY-LENGTH         PIC S9(009) BINARY VALUE +0.
           05  XLT-NDX                 PIC S9(004) BINARY VALUE +0.
           05  XLT-BYTE-ORD            PIC S9(004) BINARY VALUE +0.
           05  XLT-CONT-ORD            PIC S9(004) BINARY VALUE +0.
           05  XLT-LATIN1-ORD          PIC S9(004) BINARY VALUE +0.
           05  XLT-HIGH-BITS           PIC S9(004) BINARY VALUE +0.
           05  XLT-LOW-BITS            PIC S9(004) BINARY VALUE +0.
           05  XLT-SEQ-LENGTH          PIC S9(004) BINARY VALUE +0.
           05  XLT-SEQ-NDX             PIC S9(004) BINARY VALUE +0.
           05  XLT-CHAR-OUT            PIC X(003)         VALUE SPACES.
           05  XLT-CHAR-OUT-LENGTH     PIC S9(004) BINARY VALUE +0.
           05  XLT-SUBSTITUTE          PIC X(003)         VALUE SPACES.
           05  XLT-SUBSTITUTE-LENGTH   PIC S9(004) BINARY VALUE +0.

       01  WS-SWITCHES.
           05  FIRST-TIME-SW           PIC X(001) VALUE 'Y'.
               88  FIRST-TIME                     VALUE 'Y' FALSE 'N'.
           05  XLT-CHAR-OK-SW          PIC X(001) VALUE 'Y'.
               88  XLT-CHAR-OK                    VALUE 'Y' FALSE 'N'.
           05  XLT-CHAR-DROPPED-SW     PIC X(001) VALUE 'N'.
               88  XLT-CHAR-DROPPED               VALUE 'Y' FALSE 'N'.
           05  XLT-OUTPUT-FULL-SW      PIC X(001) VALUE 'N'.
               88  XLT-OUTPUT-FULL                VALUE 'Y' FALSE 'N'.

       Local-Storage Section.
       01  LS-SWITCHES.
           05  MY-RETURN-CODE          PIC S9(004) BINARY VALUE +0.
           Copy CSVXRC Replacing ==:PRFX:== By ==RC-==.

       Linkage Section.
       Copy CSVXPARMS Replacing ==:PRFX:== By ==PARM-==.

       01  XLT-INPUT                   PIC X(999999999).
       01  XLT-OUTPUT                  PIC X(999999999).

       Procedure Division Using
           PARM-FROM-CCSID
           PARM-TO-CCSID
           PARM-IN-LENGTH
           PARM-IN-ADDRESS
           PARM-OUT-CAPACITY
           PARM-OUT-LENGTH
           PARM-OUT-ADDRESS
           PARM-BAD-BYTE-COUNT
           .

           PERFORM 0100-INIT

           MOVE +0 TO PARM-OUT-LENGTH
           MOVE +0 TO PARM-BAD-BYTE-COUNT
           SET RC-RECORD-TRANSLATED TO TRUE
           IF XLT-FROM-CCSID = XLT-TO-CCSID
               PERFORM 2000-COPY-RECORD
           ELSE
               MOVE +1 TO XLT-IN-POSN
               MOVE +0 TO XLT-OUT-POSN
               SET XLT-OUTPUT-FULL TO FALSE
               PERFORM 1000-TRANSLATE-ONE-CHAR
                 UNTIL XLT-IN-POSN > PARM-IN-LENGTH
                 OR XLT-OUTPUT-FULL
               MOVE XLT-OUT-POSN TO PARM-OUT-LENGTH
               IF XLT-OUTPUT-FULL
                   COMPUTE PARM-BAD-BYTE-COUNT =
                     PARM-BAD-BYTE-COUNT
                       + PARM-IN-LENGTH - XLT-IN-POSN + 1
                   SET RC-RECORD-TRUNCATED TO TRUE
               END-IF
           END-IF

           MOVE MY-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       0100-INIT.
           IF FIRST-TIME
               PERFORM 0110-BUILD-REVERSE-ENTRY
                 VARYING XLT-NDX FROM 1 BY 1
                 UNTIL XLT-NDX > 256
               SET FIRST-TIME TO FALSE
           END-IF

           IF PARM-FROM-CCSID NOT NUMERIC
           OR PARM-TO-CCSID NOT NUMERIC
               SET RC-ERROR-OPT TO TRUE
               MOVE MY-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           IF PARM-FROM-CCSID = 0
               MOVE XLT-NATIVE-CCSID TO XLT-FROM-CCSID
           ELSE
               MOVE PARM-FROM-CCSID TO XLT-FROM-CCSID
           END-IF
           IF PARM-TO-CCSID = 0
               MOVE XLT-NATIVE-CCSID TO XLT-TO-CCSID
           ELSE
               MOVE PARM-TO-CCSID TO XLT-TO-CCSID
           END-IF
           MOVE XLT-FROM-CCSID TO XLT-CCSID-CHECK
           IF NOT XLT-CCSID-SUPPORTED
               SET RC-ERROR-OPT TO TRUE
               MOVE MY-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           MOVE XLT-TO-CCSID TO XLT-CCSID-CHECK
           IF NOT XLT-CCSID-SUPPORTED
               SET RC-ERROR-OPT TO TRUE
               MOVE MY-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           IF PARM-IN-LENGTH < 0
           OR PARM-OUT-CAPACITY < 0
               SET RC-ERROR-PARM TO TRUE
               MOVE MY-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           IF PARM-IN-LENGTH > 0
               IF PARM-IN-ADDRESS = NULL
               OR PARM-OUT-ADDRESS = NULL
                   SET RC-ERROR-PARM TO TRUE
                   MOVE MY-RETURN-CODE TO RETURN-CODE
                   GOBACK
               END-IF
               SET ADDRESS OF XLT-INPUT TO PARM-IN-ADDRESS
               SET ADDRESS OF XLT-OUTPUT TO PARM-OUT-ADDRESS
           END-IF

           IF XLT-TO-CCSID = 01208
               MOVE X'EFBFBD' TO XLT-SUBSTITUTE
               MOVE +3 TO XLT-SUBSTITUTE-LENGTH
           ELSE
               MOVE X'3F' TO XLT-SUBSTITUTE
               MOVE +1 TO XLT-SUBSTITUTE-LENGTH
           END-IF
           .

       0110-BUILD-REVERSE-ENTRY.
           MOVE XLT-IDENTITY(XLT-NDX:1)
             TO XLT-LATIN1-TO-E037
                  (ORD(XLT-E037-TO-LATIN1(XLT-NDX:1)):1)
           MOVE XLT-IDENTITY(XLT-NDX:1)
             TO XLT-LATIN1-TO-E1047
                  (ORD(XLT-E1047-TO-LATIN1(XLT-NDX:1)):1)
           .

       1000-TRANSLATE-ONE-CHAR.
      *    One source character - one byte, or one UTF-8 sequence -
      *    to its Latin-1 value, and from there to the target's
      *    byte or bytes.
           SET XLT-CHAR-OK TO TRUE
           SET XLT-CHAR-DROPPED TO FALSE
           MOVE +1 TO XLT-SEQ-LENGTH
           COMPUTE XLT-BYTE-ORD = ORD(XLT-INPUT(XLT-IN-POSN:1)) - 1
           PERFORM 1100-DECODE-CHAR
           IF XLT-CHAR-OK
           AND NOT XLT-CHAR-DROPPED
               PERFORM 1200-ENCODE-CHAR
           END-IF
           EVALUATE TRUE
             WHEN XLT-CHAR-DROPPED
                  MOVE +0 TO XLT-CHAR-OUT-LENGTH
             WHEN NOT XLT-CHAR-OK
                  ADD XLT-SEQ-LENGTH TO PARM-BAD-BYTE-COUNT
                  MOVE XLT-SUBSTITUTE TO XLT-CHAR-OUT
                  MOVE XLT-SUBSTITUTE-LENGTH TO XLT-CHAR-OUT-LENGTH
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           IF XLT-OUT-POSN + XLT-CHAR-OUT-LENGTH > PARM-OUT-CAPACITY
               SET XLT-OUTPUT-FULL TO TRUE
           ELSE
               IF XLT-CHAR-OUT-LENGTH > 0
                   MOVE XLT-CHAR-OUT(1:XLT-CHAR-OUT-LENGTH)
                     TO XLT-OUTPUT(XLT-OUT-POSN + 1:
                                   XLT-CHAR-OUT-LENGTH)
                   ADD XLT-CHAR-OUT-LENGTH TO XLT-OUT-POSN
               END-IF
               ADD XLT-SEQ-LENGTH TO XLT-IN-POSN
           END-IF
           .

       1100-DECODE-CHAR.
           EVALUATE XLT-FROM-CCSID
             WHEN 00037
                  COMPUTE XLT-LATIN1-ORD =
                    ORD(XLT-E037-TO-LATIN1(XLT-BYTE-ORD + 1:1)) - 1
             WHEN 01047
                  COMPUTE XLT-LATIN1-ORD =
                    ORD(XLT-E1047-TO-LATIN1(XLT-BYTE-ORD + 1:1)) - 1
             WHEN 00819
                  MOVE XLT-BYTE-ORD TO XLT-LATIN1-ORD
             WHEN 00367
                  MOVE XLT-BYTE-ORD TO XLT-LATIN1-ORD
                  IF XLT-BYTE-ORD > 127
                      SET XLT-CHAR-OK TO FALSE
                  END-IF
             WHEN OTHER
                  PERFORM 1110-DECODE-UTF8-CHAR
           END-EVALUATE
           .

       1110-DECODE-UTF8-CHAR.
      *    The lead byte gives the sequence length; only two-byte
      *    sequences from X'C2' and X'C3' lead bytes - U+0080 to
      *    U+00FF - have a Latin-1 value.
           EVALUATE TRUE
             WHEN XLT-BYTE-ORD < 128
                  MOVE XLT-BYTE-ORD TO XLT-LATIN1-ORD
             WHEN XLT-BYTE-ORD < 192
                  *> A continuation byte with no lead byte.
                  SET XLT-CHAR-OK TO FALSE
             WHEN XLT-BYTE-ORD < 224
                  MOVE +2 TO XLT-SEQ-LENGTH
             WHEN XLT-BYTE-ORD < 240
                  MOVE +3 TO XLT-SEQ-LENGTH
             WHEN XLT-BYTE-ORD < 248
                  MOVE +4 TO XLT-SEQ-LENGTH
             WHEN OTHER
                  SET XLT-CHAR-OK TO FALSE
           END-EVALUATE
           IF XLT-SEQ-LENGTH > 1
               PERFORM 1111-CHECK-UTF8-SEQUENCE
           END-IF
           IF XLT-SEQ-LENGTH > 1
           AND XLT-CHAR-OK
               EVALUATE TRUE
                 WHEN XLT-SEQ-LENGTH = 2
                 AND (XLT-BYTE-ORD = 194 OR 195)
                      COMPUTE XLT-CONT-ORD =
                        ORD(XLT-INPUT(XLT-IN-POSN + 1:1)) - 1
                      COMPUTE XLT-LATIN1-ORD =
                        (XLT-BYTE-ORD - 192) * 64
                          + XLT-CONT-ORD - 128
                 WHEN XLT-SEQ-LENGTH = 3
                 AND XLT-INPUT(XLT-IN-POSN:3) = X'EFBBBF'
                      SET XLT-CHAR-DROPPED TO TRUE
                 WHEN OTHER
                      SET XLT-CHAR-OK TO FALSE
               END-EVALUATE
           END-IF
           .

       1111-CHECK-UTF8-SEQUENCE.
      *    A sequence cut short by the end of the record, or broken
      *    by a byte that is not a continuation byte, is bad from
      *    its lead byte alone, and translation picks up again at
      *    the byte after it.
           IF XLT-IN-POSN + XLT-SEQ-LENGTH - 1 > PARM-IN-LENGTH
               COMPUTE XLT-SEQ-LENGTH =
                 PARM-IN-LENGTH - XLT-IN-POSN + 1
               SET XLT-CHAR-OK TO FALSE
           END-IF
           PERFORM 1112-CHECK-ONE-CONT-BYTE
             VARYING XLT-SEQ-NDX FROM 1 BY 1
             UNTIL XLT-SEQ-NDX >= XLT-SEQ-LENGTH
           .

       1112-CHECK-ONE-CONT-BYTE.
           COMPUTE XLT-CONT-ORD =
             ORD(XLT-INPUT(XLT-IN-POSN + XLT-SEQ-NDX:1)) - 1
           IF XLT-CONT-ORD < 128
           OR XLT-CONT-ORD > 191
               SET XLT-CHAR-OK TO FALSE
               MOVE +1 TO XLT-SEQ-LENGTH
           END-IF
           .

       1200-ENCODE-CHAR.
           MOVE +1 TO XLT-CHAR-OUT-LENGTH
           EVALUATE XLT-TO-CCSID
             WHEN 00037
                  MOVE XLT-LATIN1-TO-E037(XLT-LATIN1-ORD + 1:1)
                    TO XLT-CHAR-OUT(1:1)
             WHEN 01047
                  MOVE XLT-LATIN1-TO-E1047(XLT-LATIN1-ORD + 1:1)
                    TO XLT-CHAR-OUT(1:1)
             WHEN 00819
                  MOVE XLT-IDENTITY(XLT-LATIN1-ORD + 1:1)
                    TO XLT-CHAR-OUT(1:1)
             WHEN 00367
                  IF XLT-LATIN1-ORD > 127
                      SET XLT-CHAR-OK TO FALSE
                  ELSE
                      MOVE XLT-IDENTITY(XLT-LATIN1-ORD + 1:1)
                        TO XLT-CHAR-OUT(1:1)
                  END-IF
             WHEN OTHER
                  IF XLT-LATIN1-ORD < 128
                      MOVE XLT-IDENTITY(XLT-LATIN1-ORD + 1:1)
                        TO XLT-CHAR-OUT(1:1)
                  ELSE
                      DIVIDE XLT-LATIN1-ORD BY 64
                        GIVING XLT-HIGH-BITS
                        REMAINDER XLT-LOW-BITS
                      MOVE XLT-IDENTITY(192 + XLT-HIGH-BITS + 1:1)
                        TO XLT-CHAR-OUT(1:1)
                      MOVE XLT-IDENTITY(128 + XLT-LOW-BITS + 1:1)
                        TO XLT-CHAR-OUT(2:1)
                      MOVE +2 TO XLT-CHAR-OUT-LENGTH
                  END-IF
           END-EVALUATE
           .

       2000-COPY-RECORD.
      *    Same code page on both sides - the bytes pass as they
      *    are, cut at a character boundary if they will not fit.
           IF PARM-IN-LENGTH > PARM-OUT-CAPACITY
               MOVE PARM-OUT-CAPACITY TO XLT-COPY-LENGTH
               IF XLT-TO-CCSID = 01208
                   PERFORM 2010-BACK-OFF-ONE-BYTE
                     UNTIL XLT-COPY-LENGTH = 0
                     OR XLT-INPUT(XLT-COPY-LENGTH + 1:1) < X'80'
                     OR XLT-INPUT(XLT-COPY-LENGTH + 1:1) > X'BF'
               END-IF
               COMPUTE PARM-BAD-BYTE-COUNT =
                 PARM-IN-LENGTH - XLT-COPY-LENGTH
               SET RC-RECORD-TRUNCATED TO TRUE
           ELSE
               MOVE PARM-IN-LENGTH TO XLT-COPY-LENGTH
           END-IF
           IF XLT-COPY-LENGTH > 0
               MOVE XLT-INPUT(1:XLT-COPY-LENGTH)
                 TO XLT-OUTPUT(1:XLT-COPY-LENGTH)
           END-IF
           MOVE XLT-COPY-LENGTH TO PARM-OUT-LENGTH
           .

       2010-BACK-OFF-ONE-BYTE.
           SUBTRACT 1 FROM XLT-COPY-LENGTH
           .
