      *          term; driver step records leave it blank, carry zero *
      *          volumes and the full step command in BIT-PASO-NOMBRE  *
      *          (BIT-BALANCE only echoes its first 13 characters).    *
      *          Research extract deliveries (ESTADO-CORRIDA 'ENTREGA  *
      *          INVEST') use the same step name convention but carry  *
      *          their volumes, and the delivery number travels in     *
      *          BIT-NRO-CORRIDA.  Their volumes are capped at 99999   *
      *          (the run then ends with RC 4) and the exact count of  *
      *          delivered records follows 'REG' in BIT-PASO-NOMBRE.   *
      *          A delivery dropped for file errors is logged as       *
      *          'ENTREGA ANULADA' with nothing delivered; its number  *
      *          is reused by the next delivery.                       *
      *----------------------------------------------------------------*
       FD  BITACORA.

