       identification division.
       program-id. CategoryCatalog.

      *    Membership category catalog service. The office keeps
      *    the catalog (CATEGORY_FILE, categories.cfg) as one line
      *    per category
      *
      *        code,description,billable,rate,minAge,maxAge,term
      *
      *    - a code of up to six characters (JUNIOR, STD, FAMILY,
      *    SENIOR, LIFE, HONOR, STUDNT ...), billable Y or N (life
      *    and honorary members are N and never billed), the
      *    annual rate with a decimal point, the youngest and
      *    oldest age the category is for (blank for no limit),
      *    and the renewal term in months (blank for 12). Blank
      *    lines and '*' comments are skipped like every config
      *    file in the suite. The catalog is loaded on the first
      *    call; MaintainMember, MemberScreen, BillDues,
      *    CheckMaster and MemberRegister look categories up here.
      *
      *        CATEGORY-ACTION 'L'  look up CATEGORY-CODE and
      *                             return the rest of the entry
      *        CATEGORY-STATUS '00' found, '23' no such category,
      *                        '35' no catalog file, '16' unusable
      *                        request

       environment division.
       input-output section.
       file-control.
           select catalogFile assign to dynamic catalogFileName
               organization is line sequential
               file status is catalogFileStatus.

       data division.
       file section.
       fd  catalogFile.
       01  catalogFileRecord pic X(120).

       working-storage section.
       01  catalogFileName  pic X(100) value 'categories.cfg'.
       01  catalogFileStatus pic XX.
       01  catalogLoadedSwitch pic X value 'N'.
           88 catalogLoaded      value 'Y'.
       01  noCatalogSwitch  pic X value 'N'.
           88 noCatalog          value 'Y'.
       01  catalogEndSwitch pic X value 'N'.
           88 catalogEof         value 'Y'.
       01  catalogTable.
           02 catalogEntry occurs 40 times.
              03 tableCode        pic X(6).
              03 tableDescription pic X(30).
              03 tableBillable    pic X.
              03 tableRate        pic 9(5)v99.
              03 tableMinAge      pic 99.
              03 tableMaxAge      pic 99.
              03 tableTerm        pic 99.
       01  catalogCount     pic 99 value 0.
       01  catalogIndex     pic 99.
       01  codeText         pic X(10).
       01  descriptionText  pic X(30).
       01  billableText     pic X(4).
       01  rateText         pic X(12).
       01  minAgeText       pic X(4).
       01  maxAgeText       pic X(4).
       01  termText         pic X(4).

       linkage section.
       01  CATEGORY-REQUEST.
           02 CATEGORY-ACTION      pic X.
           02 CATEGORY-CODE        pic X(6).
           02 CATEGORY-DESCRIPTION pic X(30).
           02 CATEGORY-BILLABLE    pic X.
           02 CATEGORY-RATE        pic 9(5)v99.
           02 CATEGORY-MIN-AGE     pic 99.
           02 CATEGORY-MAX-AGE     pic 99.
           02 CATEGORY-TERM        pic 99.
           02 CATEGORY-STATUS      pic XX.

       procedure division using CATEGORY-REQUEST.
       HandleCategoryRequest.
           if not catalogLoaded
               perform load-catalog
               set catalogLoaded to true
           end-if
           move spaces to CATEGORY-DESCRIPTION
           move space to CATEGORY-BILLABLE
           move 0 to CATEGORY-RATE
           move 0 to CATEGORY-MIN-AGE
           move 99 to CATEGORY-MAX-AGE
           move 0 to CATEGORY-TERM
           evaluate true
               when CATEGORY-ACTION not = 'L'
                   move '16' to CATEGORY-STATUS
               when noCatalog
                   move '35' to CATEGORY-STATUS
               when other
                   perform find-category
           end-evaluate
           goback.

       load-catalog.
           accept catalogFileName from environment 'CATEGORY_FILE'
               on exception
                   continue
           end-accept
           open input catalogFile
           if catalogFileStatus not = '00'
               set noCatalog to true
               exit paragraph
           end-if
           perform until catalogEof
               read catalogFile
                   at end
                       set catalogEof to true
                   not at end
                       perform load-one-category
               end-read
           end-perform
           close catalogFile.

       load-one-category.
           if catalogFileRecord = spaces
               or catalogFileRecord(1:1) = '*'
               exit paragraph
           end-if
           if catalogCount >= 40
               display 'CategoryCatalog: catalog full at 40 entries'
               exit paragraph
           end-if
           move spaces to codeText
           move spaces to descriptionText
           move spaces to billableText
           move spaces to rateText
           move spaces to minAgeText
           move spaces to maxAgeText
           move spaces to termText
           unstring catalogFileRecord delimited by ','
               into codeText descriptionText billableText rateText
                    minAgeText maxAgeText termText
           end-unstring
           if function trim(codeText) = spaces
               display 'CategoryCatalog: entry without a code'
                       ' ignored - ' function trim(catalogFileRecord)
               exit paragraph
           end-if
           if billableText(1:1) not = 'Y'
               and billableText(1:1) not = 'N'
               display 'CategoryCatalog: billable must be Y or N'
                       ' - ' function trim(catalogFileRecord)
               exit paragraph
           end-if
           if billableText(1:1) = 'Y'
               and (function trim(rateText) = spaces
                    or function test-numval(rateText) not = 0)
               display 'CategoryCatalog: bad rate ignored - '
                       function trim(catalogFileRecord)
               exit paragraph
           end-if
           if (function trim(minAgeText) not = spaces
                   and function trim(minAgeText) is not numeric)
               or (function trim(maxAgeText) not = spaces
                   and function trim(maxAgeText) is not numeric)
               or (function trim(termText) not = spaces
                   and function trim(termText) is not numeric)
               display 'CategoryCatalog: bad age or term ignored'
                       ' - ' function trim(catalogFileRecord)
               exit paragraph
           end-if
           add 1 to catalogCount
           move function trim(codeText) to tableCode(catalogCount)
           move descriptionText to tableDescription(catalogCount)
           move billableText(1:1) to tableBillable(catalogCount)
           move 0 to tableRate(catalogCount)
           if billableText(1:1) = 'Y'
               move function numval(rateText)
                   to tableRate(catalogCount)
           end-if
           move 0 to tableMinAge(catalogCount)
           if function trim(minAgeText) not = spaces
               move function numval(minAgeText)
                   to tableMinAge(catalogCount)
           end-if
           move 99 to tableMaxAge(catalogCount)
           if function trim(maxAgeText) not = spaces
               move function numval(maxAgeText)
                   to tableMaxAge(catalogCount)
           end-if
           move 12 to tableTerm(catalogCount)
           if function trim(termText) not = spaces
               move function numval(termText)
                   to tableTerm(catalogCount)
           end-if.

       find-category.
           move '23' to CATEGORY-STATUS
           perform varying catalogIndex from 1 by 1
                   until catalogIndex > catalogCount
               if tableCode(catalogIndex) = CATEGORY-CODE
                   move tableDescription(catalogIndex)
                       to CATEGORY-DESCRIPTION
                   move tableBillable(catalogIndex)
                       to CATEGORY-BILLABLE
                   move tableRate(catalogIndex) to CATEGORY-RATE
                   move tableMinAge(catalogIndex) to CATEGORY-MIN-AGE
                   move tableMaxAge(catalogIndex) to CATEGORY-MAX-AGE
                   move tableTerm(catalogIndex) to CATEGORY-TERM
                   move '00' to CATEGORY-STATUS
                   exit perform
               end-if
           end-perform.
