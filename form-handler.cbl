*> in vhosts.cfg's KEY=VALUE style:
*>     FORM=/contact          opens a stanza naming the form's path
*>     FIELDS=name,email,msg  the fields a submission must carry
*>     RETAIN-DAYS=365        days FORM-RETENTION keeps what it sent
*> A FORM=* stanza matches no path; its RETAIN-DAYS is the retention
*> for every form that doesn't set its own.
*> A POST to a path no stanza names is not handled here at all
*> (return code 1 - the caller falls through to its normal flow).
*> A handled submission has its urlencoded body parsed and decoded
