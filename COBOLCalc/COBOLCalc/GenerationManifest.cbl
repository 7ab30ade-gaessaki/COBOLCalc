       class-id COBOLCalc.GenerationManifest.

      *> Access to GENERATION-MANIFEST.DAT, the record of what each dated
      *> generation the end-of-day close-out cuts should contain: file
      *> name, business date, record count, the total of the result
      *> column (history generations only - the exception log and the
      *> tape have none, so theirs is zero) and a SHA-256 hash of the
      *> file's bytes. Register() measures a generation and adds its
      *> entry; Verify() rechecks every generation dated in a range
      *> against the manifest and holds the answers for the getters:
      *>   OK           matches its entry
      *>   MISMATCH     on disk but its count, total or hash has changed
      *>   MISSING      registered but no longer on disk
      *>   UNREGISTERED on disk with no entry
      *>   PRUNED       registered, gone, and past the seven-year
      *>                retention the close-out prunes at - not a failure
      *> Used by EndOfDayClose, GenerationVerify and PeriodRollup.

       input-output section.
       file-control.
           select ManifestFile assign to ws-manifestPath
               organization is line sequential
               file status is ws-manifestStatus.
           select GenerationFile assign to ws-generationPath
               organization is line sequential
               file status is ws-generationStatus.

       file section.
       fd  ManifestFile.
       01  ManifestRecord.
           05 GM-FileName       pic x(40).
           05 GM-Filler1        pic x.
           05 GM-BusinessDate   pic 9(8).
           05 GM-Filler2        pic x.
           05 GM-RecordCount    pic 9(9).
           05 GM-Filler3        pic x.
           05 GM-ResultTotal    pic S9(13)v9(4) sign is leading separate.
           05 GM-Filler4        pic x.
           05 GM-Hash           pic x(64).
           05 GM-Filler5        pic x.
           05 GM-RegisteredAt   pic x(19).

      *> generic handle over whichever generation is being measured;
      *> the history result column sits at 75 for 15
       fd  GenerationFile.
       01  GenerationRecord   pic x(200).

       working-storage section.
           01 ws-manifestPath pic x(40) value is "GENERATION-MANIFEST.DAT".
           01 ws-generationPath pic x(60).
           01 ws-manifestStatus pic xx.
           01 ws-generationStatus pic xx.
           01 ws-eofFlag condition-value value is false.

      *> the whole manifest in storage for a Verify(); seven years of
      *> three generations a business day fits with room to spare
           01 ws-entryCount binary-long value is 0.
           01 ws-entryTable.
              05 ws-entry pic x(163) occurs 20000.
           01 ws-entryIndex binary-long value is 0.
           01 ws-overflowFlag condition-value value is false.

      *> what the last measure() found on disk
           01 ws-measuredCount pic 9(9) value is 0.
           01 ws-measuredTotal pic S9(13)v9(4) value is 0.
           01 ws-measuredHash pic x(64).

      *> one row per generation the last Verify() checked
           01 ws-resultCount binary-long value is 0.
           01 ws-resultTable.
              05 ws-result occurs 20000.
                 10 ws-resultName    pic x(40).
                 10 ws-resultDate    pic 9(8).
                 10 ws-resultProblem pic x(12).
                 10 ws-resultDetail  pic x(60).
           01 ws-failureCount binary-long value is 0.
           01 ws-resultOverflow condition-value value is false.
      *> registered generations dated before this have been pruned
           01 ws-pruneCutoff pic 9(8) value is 0.

       method-id Register.
      *> measures the generation just cut and appends its entry; a
      *> generation already on the manifest is never registered again,
      *> so an entry cannot be overwritten to hide a change
       local-storage section.
           01 ls-name pic x(40).
       procedure division using paramPath as string
                                 paramDate as pic 9(8)
                           returning return-item as condition-value.
           set return-item to false
           set ls-name to type System.IO.Path::GetFileName(paramPath)
           invoke self::loadManifest()
           if ws-overflowFlag equals true or self::findEntry(ls-name) > 0 then
               goback
           end-if
           if self::measure(paramPath) equals false then
               goback
           end-if
           open extend ManifestFile
           if ws-manifestStatus not equals "00" then
               open output ManifestFile
           end-if
           if ws-manifestStatus equals "00" then
               move spaces to ManifestRecord
               set GM-FileName to ls-name
               set GM-BusinessDate to paramDate
               set GM-RecordCount to ws-measuredCount
               set GM-ResultTotal to ws-measuredTotal
               set GM-Hash to ws-measuredHash
               set GM-RegisteredAt to type COBOLCalc.AuditWriter::formatTimestamp()
               write ManifestRecord
               close ManifestFile
               set return-item to true
           end-if
           goback.
       end method.

       method-id Verify.
      *> every registered generation dated in the range is measured and
      *> compared, then every generation on disk dated in the range is
      *> looked for on the manifest
       local-storage section.
           01 ls-now pic x(21).
           01 ls-runDate pic 9(8) value is 0.
       procedure division using paramFromDate as pic 9(8)
                                 paramToDate as pic 9(8).
           set ws-resultCount to 0
           set ws-failureCount to 0
           set ws-resultOverflow to false
           set ls-now to function current-date
           set ls-runDate to function numval(ls-now(1:8))
           set ws-pruneCutoff to ls-runDate - 70000

           invoke self::loadManifest()
           if ws-overflowFlag equals true then
      *> an entry past the cap would read as unregistered - say so once
      *> instead of failing every generation it does not hold
               invoke self::addResult("GENERATION-MANIFEST.DAT" 0 "MISMATCH" "MANIFEST TOO LARGE TO LOAD - NOT VERIFIED")
               goback
           end-if
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount
               move ws-entry(ws-entryIndex) to ManifestRecord
               if GM-BusinessDate >= paramFromDate and
                  GM-BusinessDate <= paramToDate then
                   invoke self::checkEntry()
               end-if
           end-perform
           invoke self::findUnregistered("CALC-HISTORY.D*.DAT" paramFromDate paramToDate)
           invoke self::findUnregistered("EXCEPTIONS.D*.LOG" paramFromDate paramToDate)
           invoke self::findUnregistered("TAPE.D*.TXT" paramFromDate paramToDate).
       end method.

       method-id checkEntry.
      *> ManifestRecord holds the entry being checked
       local-storage section.
           01 ls-count pic z(8)9.
           01 ls-expected pic z(8)9.
           01 ls-detail string.
       procedure division.
           if type System.IO.File::Exists(function trim(GM-FileName)) equals false then
               if GM-BusinessDate < ws-pruneCutoff then
                   invoke self::addResult(GM-FileName GM-BusinessDate "PRUNED" "PAST SEVEN-YEAR RETENTION")
               else
                   invoke self::addResult(GM-FileName GM-BusinessDate "MISSING" "REGISTERED BUT NOT ON DISK")
               end-if
               goback
           end-if
           if self::measure(function trim(GM-FileName)) equals false then
               invoke self::addResult(GM-FileName GM-BusinessDate "MISMATCH" "COULD NOT BE READ")
               goback
           end-if
           evaluate true
               when ws-measuredCount not equals GM-RecordCount
                   set ls-count to ws-measuredCount
                   set ls-expected to GM-RecordCount
                   string "RECORDS " function trim(ls-count)
                          " ON DISK, " function trim(ls-expected)
                          " REGISTERED"
                          delimited by size into ls-detail
                   end-string
                   invoke self::addResult(GM-FileName GM-BusinessDate "MISMATCH" ls-detail)
               when ws-measuredTotal not equals GM-ResultTotal
                   invoke self::addResult(GM-FileName GM-BusinessDate "MISMATCH" "RESULT TOTAL DIFFERS FROM REGISTERED TOTAL")
               when ws-measuredHash not equals GM-Hash
                   invoke self::addResult(GM-FileName GM-BusinessDate "MISMATCH" "CONTENT HASH DIFFERS - FILE HAS BEEN CHANGED")
               when other
                   invoke self::addResult(GM-FileName GM-BusinessDate "OK" " ")
           end-evaluate.
       end method.

       method-id findUnregistered.
      *> the generation date sits right after the first ".D" in the name
       local-storage section.
           01 ls-files string occurs any.
           01 ls-index binary-long value is 0.
           01 ls-file string.
           01 ls-name pic x(40).
           01 ls-markerPos binary-long value is 0.
           01 ls-dateText string.
           01 ls-generationDate pic 9(8) value is 0.
       procedure division using paramPattern as string
                                 paramFromDate as pic 9(8)
                                 paramToDate as pic 9(8).
           set ls-files to type System.IO.Directory::GetFiles("." paramPattern)
           perform varying ls-index from 1 by 1
               until ls-index > ls-files::Length
               set ls-file to type System.IO.Path::GetFileName(ls-files(ls-index))
               set ls-markerPos to ls-file::IndexOf(".D")
               if ls-markerPos >= 0 and
                  ls-file::Length >= ls-markerPos + 10 then
                   set ls-dateText to ls-file::Substring(ls-markerPos + 2 8)
                   set ls-generationDate to function numval(ls-dateText)
                   set ls-name to ls-file
                   if ls-generationDate >= paramFromDate and
                      ls-generationDate <= paramToDate and
                      self::findEntry(ls-name) equals 0 then
                       invoke self::addResult(ls-name ls-generationDate "UNREGISTERED" "ON DISK WITH NO MANIFEST ENTRY")
                   end-if
               end-if
           end-perform.
       end method.

       method-id addResult.
       procedure division using paramName as pic x(40)
                                 paramDate as pic 9(8)
                                 paramProblem as string
                                 paramDetail as string.
           if paramProblem not equals "OK" and paramProblem not equals "PRUNED" then
               add 1 to ws-failureCount
           end-if
           if ws-resultCount >= 20000 then
               set ws-resultOverflow to true
               goback
           end-if
           add 1 to ws-resultCount
           set ws-resultName(ws-resultCount) to paramName
           set ws-resultDate(ws-resultCount) to paramDate
           set ws-resultProblem(ws-resultCount) to paramProblem
           set ws-resultDetail(ws-resultCount) to paramDetail.
       end method.

       method-id loadManifest.
       procedure division.
           set ws-entryCount to 0
           set ws-overflowFlag to false
           set ws-eofFlag to false
           open input ManifestFile
           if ws-manifestStatus not equals "00" then
               goback
           end-if
           perform until ws-eofFlag equals true
               read ManifestFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       if ws-entryCount < 20000 then
                           add 1 to ws-entryCount
                           move ManifestRecord to ws-entry(ws-entryCount)
                       else
                           set ws-overflowFlag to true
                           set ws-eofFlag to true
                       end-if
               end-read
           end-perform
           close ManifestFile.
       end method.

       method-id findEntry.
      *> leaves ManifestRecord as it was - callers may be holding an
      *> entry there
       local-storage section.
           01 ls-entry pic x(163).
       procedure division using paramName as pic x(40)
                           returning return-item as binary-long.
           set return-item to 0
           perform varying ws-entryIndex from 1 by 1
               until ws-entryIndex > ws-entryCount or return-item > 0
               move ws-entry(ws-entryIndex) to ls-entry
               if ls-entry(1:40) equals paramName then
                   set return-item to ws-entryIndex
               end-if
           end-perform
           goback.
       end method.

       method-id measure.
      *> record count, result-column total and SHA-256 of the file's
      *> bytes, left in ws-measured...
       local-storage section.
           01 ls-historyFlag condition-value value is false.
           01 ls-sha type System.Security.Cryptography.SHA256.
           01 ls-bytes binary-char unsigned occurs any.
       procedure division using paramPath as string
                           returning return-item as condition-value.
           set return-item to false
           set ws-measuredCount to 0
           set ws-measuredTotal to 0
           move spaces to ws-measuredHash
           if paramPath::IndexOf("CALC-HISTORY") >= 0 then
               set ls-historyFlag to true
           end-if
           set ws-generationPath to paramPath
           set ws-eofFlag to false
           open input GenerationFile
           if ws-generationStatus not equals "00" then
               goback
           end-if
           perform until ws-eofFlag equals true
               read GenerationFile
                   at end
                       set ws-eofFlag to true
                   not at end
                       add 1 to ws-measuredCount
                       if ls-historyFlag equals true and
                          GenerationRecord(75:15) not equals spaces then
                           add function numval(GenerationRecord(75:15)) to ws-measuredTotal
                       end-if
               end-read
           end-perform
           close GenerationFile

           set ls-sha to type System.Security.Cryptography.SHA256::Create()
           set ls-bytes to ls-sha::ComputeHash(type System.IO.File::ReadAllBytes(paramPath))
           set ws-measuredHash to type System.BitConverter::ToString(ls-bytes)::Replace("-" "")
           set return-item to true
           goback.
       end method.

       method-id getFailureCount.
       procedure division returning return-item as binary-long.
           set return-item to ws-failureCount
           goback.
       end method.

       method-id getResultCount.
       procedure division returning return-item as binary-long.
           set return-item to ws-resultCount
           goback.
       end method.

       method-id wasResultTruncated.
       procedure division returning return-item as condition-value.
           set return-item to ws-resultOverflow
           goback.
       end method.

       method-id getResultName.
       procedure division using paramIndex as binary-long
                           returning return-item as string.
           set return-item to function trim(ws-resultName(paramIndex))
           goback.
       end method.

       method-id getResultDate.
       procedure division using paramIndex as binary-long
                           returning return-item as pic 9(8).
           set return-item to ws-resultDate(paramIndex)
           goback.
       end method.

       method-id getResultProblem.
       procedure division using paramIndex as binary-long
                           returning return-item as string.
           set return-item to function trim(ws-resultProblem(paramIndex))
           goback.
       end method.

       method-id getResultDetail.
       procedure division using paramIndex as binary-long
                           returning return-item as string.
           set return-item to function trim(ws-resultDetail(paramIndex))
           goback.
       end method.

       end class.
