*> MQACKREC - Alert acknowledgement message the paging system puts
*> on the reply queue (APCONFIG PC-MQ-Reply-Queue) when the on-call
*> person acknowledges a page -- the alert HWTHXCB1 put on the alert
*> queue, answered.  Fixed positions, character data (MQSTR); read
*> by HWTHMQAK, which applies it to ALRTSTAT the way the APAL
*> console and HWTHBACK's ack cards do.
*>   MQA-Iata-Code / MQA-Alert-Reason  the episode, as the alert
*>                    message carried them (ALR-Iata-Code and
*>                    ALR-Alert-Reason).
*>   MQA-User         the acknowledging user's ID, which must hold
*>                    the Ack role on AUTHKSDS.
*>   MQA-Ack-Stamp    when the page was acknowledged, local time,
*>                    CCYYMMDDHHMMSS -- stamped on the episode as the
*>                    ack time rather than the time the message was
*>                    read.
*>   MQA-Note-Text    optional; kept on ALRTNOTE as an operator note.
01 Mq-Ack-Message.
05 MQA-Iata-Code    Pic X(3).
05 MQA-Alert-Reason Pic X(10).
05 MQA-User         Pic X(8).
05 MQA-Ack-Stamp.
10 MQA-Ack-Date     Pic X(8).
10 MQA-Ack-Time     Pic X(6).
05 MQA-Note-Text    Pic X(60).
