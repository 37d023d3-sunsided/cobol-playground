       identification division.
       program-id. AuditStore.

      *    Keyed audit history feed. Every program that writes a
      *    line to the dated member audit file (auditYYYYMMDD.dat)
      *    calls here with the same line straight after, and the
      *    line goes onto the keyed audit history (AUDIT_HISTORY,
      *    audithist.dat - see audithist.cpy) under the fileID and
      *    stamp it carries. Two lines for one member in the same
      *    second take the next sequence number; a line already on
      *    file under its member and stamp is not stored twice, so
      *    ConvertAudit can load a day the writers have already
      *    fed. Like NameIndex the call is tolerant - a line the
      *    store cannot take leaves AUDS-STATUS non-zero and the
      *    dated file, written first, still has it.

       environment division.
       input-output section.
       file-control.
           select auditHistFile assign to dynamic auditHistPath
               organization is indexed
               access mode is dynamic
               record key is auditHistKey
               alternate record key is auditHistDateKey
               file status is auditHistStatus.

       data division.
       file section.
       fd  auditHistFile.
           copy audithist
               replacing ==AUDHIST-RECORD==     by ==auditHistRecord==
                         ==AUDHIST-KEY==        by ==auditHistKey==
                         ==AUDHIST-MEMBER-ID==  by ==auditHistID==
                         ==AUDHIST-STAMP==      by ==auditHistStamp==
                         ==AUDHIST-SEQ==        by ==auditHistSeq==
                         ==AUDHIST-DATE-KEY==   by ==auditHistDateKey==
                         ==AUDHIST-DATE-STAMP== by ==auditHistDStamp==
                         ==AUDHIST-DATE-MEMBER== by ==auditHistDID==
                         ==AUDHIST-DATE-SEQ==   by ==auditHistDSeq==
                         ==AUDHIST-LINE==       by ==auditHistLine==.

       working-storage section.
       01  auditHistPath    pic X(100) value 'audithist.dat'.
       01  auditHistStatus  pic XX.
       01  storeStamp       pic X(15).
       01  storeAction      pic X.
       01  storeID          pic X(10).
       01  storeLastSeq     pic 9(4).
       01  storeScanSwitch  pic X.
           88 storeScanDone      value 'Y'.
       01  storeDuplicateSwitch pic X.
           88 storeDuplicate     value 'Y'.

       linkage section.
       01  AUDIT-STORE-REQUEST.
           02 AUDS-LINE     pic X(200).
           02 AUDS-STATUS   pic XX.

       procedure division using AUDIT-STORE-REQUEST.
       StoreAuditLine.
           accept auditHistPath from environment 'AUDIT_HISTORY'
               on exception
                   continue
           end-accept

           move spaces to storeStamp
           move space to storeAction
           move spaces to storeID
           unstring AUDS-LINE delimited by ','
               into storeStamp storeAction storeID
           end-unstring
           if storeStamp = spaces or storeID = spaces
               move '04' to AUDS-STATUS
               goback
           end-if

           open i-o auditHistFile
           if auditHistStatus = '35'
               open output auditHistFile
               close auditHistFile
               open i-o auditHistFile
           end-if
           if auditHistStatus not = '00'
               move '16' to AUDS-STATUS
               goback
           end-if

           perform find-last-sequence
           if storeDuplicate
               move '00' to AUDS-STATUS
           else
               move storeID to auditHistID
               move storeStamp to auditHistStamp
               compute auditHistSeq = storeLastSeq + 1
               move storeStamp to auditHistDStamp
               move storeID to auditHistDID
               move auditHistSeq to auditHistDSeq
               move AUDS-LINE to auditHistLine
               write auditHistRecord
                   invalid key
                       move auditHistStatus to AUDS-STATUS
                   not invalid key
                       move '00' to AUDS-STATUS
               end-write
           end-if
           close auditHistFile
           goback.

      *    Every line already held for this member and stamp is
      *    looked at - the same line again is a duplicate, anything
      *    else just moves the sequence on.
       find-last-sequence.
           move 0 to storeLastSeq
           move 'N' to storeDuplicateSwitch
           move 'N' to storeScanSwitch
           move storeID to auditHistID
           move storeStamp to auditHistStamp
           move 0 to auditHistSeq
           start auditHistFile key is not less than auditHistKey
               invalid key
                   set storeScanDone to true
           end-start
           perform until storeScanDone
               read auditHistFile next record
                   at end
                       set storeScanDone to true
                   not at end
                       if auditHistID not = storeID
                           or auditHistStamp not = storeStamp
                           set storeScanDone to true
                       else
                           move auditHistSeq to storeLastSeq
                           if auditHistLine = AUDS-LINE
                               set storeDuplicate to true
                               set storeScanDone to true
                           end-if
                       end-if
               end-read
           end-perform.
