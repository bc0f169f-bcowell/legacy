    *> Record layout for the CONTTAB dataset - one partner contact
    *> record per department code: who to call about a delivery, how
    *> to reach them, who to escalate to when the first call gets
    *> nowhere, and how the partner prefers its files delivered. Keyed
    *> for random access by CONTMNT and ACKRECON.
    01 cont-record.
        03 cont-dept              pic x(10).
        03 cont-partner-name      pic x(30).
        03 cont-name              pic x(30).
        03 cont-phone             pic x(20).
        03 cont-mailbox           pic x(40).
        *> The escalation contact - the partner's manager or service
        *> desk, for a dispatch still unconfirmed past the escalation
        *> threshold.
        03 cont-esc-name          pic x(30).
        03 cont-esc-phone         pic x(20).
        03 cont-esc-mailbox       pic x(40).
        *> Preferred delivery method - "F" file transfer gateway, "M"
        *> mailbox, "C" courier media.
        03 cont-delivery-method   pic x.
