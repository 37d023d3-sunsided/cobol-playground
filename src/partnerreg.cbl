       identification division.
       program-id. PartnerRegistry.

      *    Source-partner registry service. The office keeps the
      *    registry (READCSV_PARTNERS, partners.cfg) as one line
      *    per partner we contract with:
      *
      *        code,name,file pattern,layout,delimiter,
      *        expected rows,tolerance %,contact name,contact email
      *
      *    The file pattern is the landed file's name, optionally
      *    with one '*' standing for the part that changes from
      *    delivery to delivery (acme_*.csv); any directory in
      *    front of the name is ignored. Layout is C (delimited)
      *    or F (fixed columns), the delimiter COMMA, SEMI, PIPE
      *    or TAB (blank to leave it to the load), the tolerance a
      *    percentage either side of the partner's usual volume
      *    (blank for 20). Blank lines and '*' comments are
      *    skipped like every config file in the suite. The
      *    registry is loaded on the first call; ReadCSV gates
      *    each input file on it and RejectFeedback sorts the
      *    rejects out by partner through it.
      *
      *        PARTNER-ACTION 'M'  match PARTNER-FILE-NAME to the
      *                            first partner whose pattern fits
      *                       'L'  look up PARTNER-CODE
      *                       'N'  next partner after entry
      *                            PARTNER-INDEX (0 for the first),
      *                            for a run that lists them all
      *        PARTNER-STATUS '00' found, '23' no such partner (or
      *                       no more), '35' no registry file, '16'
      *                       unusable request

       environment division.
       input-output section.
       file-control.
           select partnerFile assign to dynamic partnerFileName
               organization is line sequential
               file status is partnerFileStatus.

       data division.
       file section.
       fd  partnerFile.
       01  partnerFileRecord pic X(250).

       working-storage section.
       01  partnerFileName  pic X(100) value 'partners.cfg'.
       01  partnerFileStatus pic XX.
       01  registryLoadedSwitch pic X value 'N'.
           88 registryLoaded     value 'Y'.
       01  noRegistrySwitch pic X value 'N'.
           88 noRegistry         value 'Y'.
       01  partnerEndSwitch pic X value 'N'.
           88 partnerEof         value 'Y'.
       01  partnerTable.
           02 partnerEntry occurs 50 times.
              03 tableCode       pic X(8).
              03 tableName       pic X(30).
              03 tablePattern    pic X(40).
              03 tableLayout     pic X.
              03 tableDelimiter  pic X.
              03 tableExpected   pic 9(7).
              03 tableTolerance  pic 9(3).
              03 tableContact    pic X(30).
              03 tableEmail      pic X(40).
       01  partnerCount     pic 99 value 0.
       01  partnerIndex     pic 99.
       01  codeText         pic X(10).
       01  nameText         pic X(30).
       01  patternText      pic X(40).
       01  layoutText       pic X(4).
       01  delimiterText    pic X(6).
       01  expectedText     pic X(9).
       01  toleranceText    pic X(5).
       01  contactText      pic X(30).
       01  emailText        pic X(40).
       01  baseName         pic X(100).
       01  baseNameLength   pic 9(3).
       01  slashPos         pic 9(3).
       01  scanPos          pic 9(3).
       01  patternLength    pic 9(3).
       01  starPos          pic 9(3).
       01  prefixLength     pic 9(3).
       01  suffixLength     pic 9(3).
       01  patternMatchSwitch pic X value 'N'.
           88 patternMatched     value 'Y'.

       linkage section.
       01  PARTNER-REQUEST.
           02 PARTNER-ACTION     pic X.
           02 PARTNER-FILE-NAME  pic X(100).
           02 PARTNER-INDEX      pic 99.
           02 PARTNER-CODE       pic X(8).
           02 PARTNER-NAME       pic X(30).
           02 PARTNER-PATTERN    pic X(40).
           02 PARTNER-LAYOUT     pic X.
           02 PARTNER-DELIMITER  pic X.
           02 PARTNER-EXPECTED   pic 9(7).
           02 PARTNER-TOLERANCE  pic 9(3).
           02 PARTNER-CONTACT    pic X(30).
           02 PARTNER-EMAIL      pic X(40).
           02 PARTNER-STATUS     pic XX.

       procedure division using PARTNER-REQUEST.
       HandlePartnerRequest.
           if not registryLoaded
               perform load-registry
               set registryLoaded to true
           end-if
           evaluate true
               when PARTNER-ACTION not = 'M'
                   and PARTNER-ACTION not = 'L'
                   and PARTNER-ACTION not = 'N'
                   move '16' to PARTNER-STATUS
               when noRegistry
                   move '35' to PARTNER-STATUS
               when PARTNER-ACTION = 'M'
                   perform match-file-name
               when PARTNER-ACTION = 'L'
                   perform find-partner-code
               when other
                   perform next-partner
           end-evaluate
           goback.

       load-registry.
           accept partnerFileName from environment 'READCSV_PARTNERS'
               on exception
                   continue
           end-accept
           open input partnerFile
           if partnerFileStatus not = '00'
               set noRegistry to true
               exit paragraph
           end-if
           perform until partnerEof
               read partnerFile
                   at end
                       set partnerEof to true
                   not at end
                       perform load-one-partner
               end-read
           end-perform
           close partnerFile.

       load-one-partner.
           if partnerFileRecord = spaces
               or partnerFileRecord(1:1) = '*'
               exit paragraph
           end-if
           if partnerCount >= 50
               display 'PartnerRegistry: registry full at 50'
                       ' partners'
               exit paragraph
           end-if
           move spaces to codeText
           move spaces to nameText
           move spaces to patternText
           move spaces to layoutText
           move spaces to delimiterText
           move spaces to expectedText
           move spaces to toleranceText
           move spaces to contactText
           move spaces to emailText
           unstring partnerFileRecord delimited by ','
               into codeText nameText patternText layoutText
                    delimiterText expectedText toleranceText
                    contactText emailText
           end-unstring
           if function trim(codeText) = spaces
               or function trim(patternText) = spaces
               display 'PartnerRegistry: entry without a code or'
                       ' pattern ignored - '
                       function trim(partnerFileRecord)
               exit paragraph
           end-if
           if (function trim(expectedText) not = spaces
                   and function trim(expectedText) is not numeric)
               or (function trim(toleranceText) not = spaces
                   and function trim(toleranceText) is not numeric)
               display 'PartnerRegistry: bad volume or tolerance'
                       ' ignored - ' function trim(partnerFileRecord)
               exit paragraph
           end-if
           add 1 to partnerCount
           move function trim(codeText) to tableCode(partnerCount)
           move nameText to tableName(partnerCount)
           move function trim(patternText)
               to tablePattern(partnerCount)
           move function upper-case(layoutText(1:1))
               to tableLayout(partnerCount)
           if tableLayout(partnerCount) not = 'F'
               and tableLayout(partnerCount) not = 'C'
               move space to tableLayout(partnerCount)
           end-if
           evaluate function upper-case(function trim(delimiterText))
               when 'COMMA'
                   move ',' to tableDelimiter(partnerCount)
               when 'SEMI'
                   move ';' to tableDelimiter(partnerCount)
               when 'PIPE'
                   move '|' to tableDelimiter(partnerCount)
               when 'TAB'
                   move x'09' to tableDelimiter(partnerCount)
               when other
                   move space to tableDelimiter(partnerCount)
           end-evaluate
           move 0 to tableExpected(partnerCount)
           if function trim(expectedText) not = spaces
               move function numval(expectedText)
                   to tableExpected(partnerCount)
           end-if
           move 20 to tableTolerance(partnerCount)
           if function trim(toleranceText) not = spaces
               move function numval(toleranceText)
                   to tableTolerance(partnerCount)
           end-if
           move contactText to tableContact(partnerCount)
           move emailText to tableEmail(partnerCount).

       match-file-name.
           move '23' to PARTNER-STATUS
           perform find-base-name
           if baseNameLength = 0
               exit paragraph
           end-if
           perform varying partnerIndex from 1 by 1
                   until partnerIndex > partnerCount
               perform match-one-pattern
               if patternMatched
                   perform return-partner
                   exit perform
               end-if
           end-perform.

       find-partner-code.
           move '23' to PARTNER-STATUS
           perform varying partnerIndex from 1 by 1
                   until partnerIndex > partnerCount
               if tableCode(partnerIndex) = PARTNER-CODE
                   perform return-partner
                   exit perform
               end-if
           end-perform.

       next-partner.
           move '23' to PARTNER-STATUS
           if PARTNER-INDEX < partnerCount
               compute partnerIndex = PARTNER-INDEX + 1
               perform return-partner
           end-if.

       return-partner.
           move partnerIndex to PARTNER-INDEX
           move tableCode(partnerIndex) to PARTNER-CODE
           move tableName(partnerIndex) to PARTNER-NAME
           move tablePattern(partnerIndex) to PARTNER-PATTERN
           move tableLayout(partnerIndex) to PARTNER-LAYOUT
           move tableDelimiter(partnerIndex) to PARTNER-DELIMITER
           move tableExpected(partnerIndex) to PARTNER-EXPECTED
           move tableTolerance(partnerIndex) to PARTNER-TOLERANCE
           move tableContact(partnerIndex) to PARTNER-CONTACT
           move tableEmail(partnerIndex) to PARTNER-EMAIL
           move '00' to PARTNER-STATUS.

      *    The pattern is matched against the file name alone -
      *    the landing directory is no part of it.
       find-base-name.
           move 0 to slashPos
           move function length(
               function trim(PARTNER-FILE-NAME trailing))
               to baseNameLength
           if PARTNER-FILE-NAME = spaces
               move 0 to baseNameLength
               exit paragraph
           end-if
           perform varying scanPos from 1 by 1
                   until scanPos > baseNameLength
               if PARTNER-FILE-NAME(scanPos:1) = '/'
                   move scanPos to slashPos
               end-if
           end-perform
           if slashPos >= baseNameLength
               move 0 to baseNameLength
               exit paragraph
           end-if
           move PARTNER-FILE-NAME(slashPos + 1:) to baseName
           subtract slashPos from baseNameLength.

       match-one-pattern.
           move 'N' to patternMatchSwitch
           move function length(
               function trim(tablePattern(partnerIndex) trailing))
               to patternLength
           move 0 to starPos
           inspect tablePattern(partnerIndex)
               tallying starPos for characters before initial '*'
           if starPos >= patternLength
               if baseName = tablePattern(partnerIndex)
                   set patternMatched to true
               end-if
               exit paragraph
           end-if
           move starPos to prefixLength
           compute suffixLength = patternLength - starPos - 1
           if baseNameLength < prefixLength + suffixLength
               exit paragraph
           end-if
           if prefixLength > 0
               and baseName(1:prefixLength) not =
                   tablePattern(partnerIndex)(1:prefixLength)
               exit paragraph
           end-if
           if suffixLength > 0
               and baseName(baseNameLength - suffixLength + 1:
                            suffixLength) not =
                   tablePattern(partnerIndex)(starPos + 2:
                                              suffixLength)
               exit paragraph
           end-if
           set patternMatched to true.
